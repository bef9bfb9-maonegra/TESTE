       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV55.
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
      * OBJETIVO.....: SICCV55 - CAMPANHAS DE MARKETING                     *
      *                MANTEM AS CAMPANHAS (CAMPANHA.DAT: CODIGO, PERIODO   *
      *                E CRITERIOS DE SEGMENTO, STATUS, UF, CIDADE,         *
      *                FILIAL, DIAS SEM VISITA E MESES SEM VENDA NO         *
      *                CLIHIST), MATERIALIZA O PUBLICO-ALVO NO              *
      *                CAMPALVO.DAT COM A LISTA POR VENDEDOR E EMITE O      *
      *                RESULTADO: ALVOS X VISITADOS (VISITA MARCADA COM A   *
      *                CAMPANHA, VIA ACHACAMP NO SICCV01/SICCV21) X         *
      *                CONVERTIDOS (RESULTADO QUE CONTA COMO VENDA NO       *
      *                RESULTCD) E AS VENDAS DO CLIHIST NOS MESES DA        *
      *                CAMPANHA CONTRA O MESMO NUMERO DE MESES ANTES.       *
      *                LINHA DE COMANDO: 'ALVO CCCCCC' OU                   *
      *                'RESULTADO CCCCCC', SEM TELA.                        *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY VENDEDOR.SEL.
       COPY VISITAS.SEL.
       COPY CLIHIST.SEL.
       COPY RESULTCD.SEL.
       COPY CAMPANHA.SEL.
       COPY CAMPALVO.SEL.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY VISITAS.FD.
       COPY CLIHIST.FD.
       COPY RESULTCD.FD.
       COPY CAMPANHA.FD.
       COPY CAMPALVO.FD.
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
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-FIM-CLI           PIC X(01) VALUE 'N'.
           88 FIM-CLI                VALUE 'S'.
       01  WS-TEM-RESULTCD      PIC X(01) VALUE 'N'.
           88 ARQUIVO-RESULTCD-OK    VALUE 'S'.
      * CAMPOS DA TELA DE CAMPANHA.
       01  WS-MK-CODIGO         PIC X(06) VALUE SPACES.
       01  WS-MK-DESCRICAO      PIC X(40) VALUE SPACES.
       01  WS-MK-INICIO         PIC 9(08) VALUE ZEROS.
       01  WS-MK-FIM            PIC 9(08) VALUE ZEROS.
       01  WS-MK-SEGMENTO       PIC X(01) VALUE SPACES.
       01  WS-MK-STATUS         PIC X(01) VALUE SPACES.
       01  WS-MK-UF             PIC X(02) VALUE SPACES.
       01  WS-MK-CIDADE         PIC X(30) VALUE SPACES.
       01  WS-MK-FILIAL         PIC X(02) VALUE SPACES.
       01  WS-MK-DIAS-SEM-VISITA PIC 9(03) VALUE ZEROS.
       01  WS-MK-MESES-SEM-VENDA PIC 9(02) VALUE ZEROS.
       01  WS-CAMPANHA-OK       PIC X(01) VALUE 'N'.
           88 CAMPANHA-ENCONTRADA    VALUE 'S'.
      * PARAMETROS DO SUBPROGRAMA DIAUTIL ('D' = DIA JULIANO).
       01  WS-DU-FUNCAO         PIC X(01) VALUE SPACES.
       01  WS-DU-DATA           PIC 9(08) VALUE ZEROS.
       01  WS-DU-DATA-PROX      PIC 9(08) VALUE ZEROS.
       01  WS-DU-DIAS           PIC 9(08) VALUE ZEROS.
       01  WS-DU-UTIL           PIC X(01) VALUE SPACES.
       01  WS-JD-HOJE           PIC 9(08) VALUE ZEROS.
      * SELECAO DO PUBLICO-ALVO.
       01  WS-ENTRA             PIC X(01) VALUE 'N'.
           88 CLIENTE-NO-ALVO        VALUE 'S'.
       01  WS-ULT-VISITA        PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-SEM          PIC 9(08) VALUE ZEROS.
       01  WS-QTD-ALVO          PIC 9(05) VALUE ZEROS.
       01  WS-VDD-CORRENTE      PIC 9(03) VALUE ZEROS.
       01  WS-PRIMEIRO          PIC X(01) VALUE 'S'.
      * JANELAS DE MESES (AAAAMM) PARA O CLIHIST.
       01  WS-MES-CALC          PIC 9(06) VALUE ZEROS.
       01  WS-MES-CALC-R REDEFINES WS-MES-CALC.
           05 WS-MES-CALC-ANO   PIC 9(04).
           05 WS-MES-CALC-MES   PIC 9(02).
       01  WS-MES-DE            PIC 9(06) VALUE ZEROS.
       01  WS-MES-ATE           PIC 9(06) VALUE ZEROS.
       01  WS-MES-INI           PIC 9(06) VALUE ZEROS.
       01  WS-MES-FIM           PIC 9(06) VALUE ZEROS.
       01  WS-ANT-DE            PIC 9(06) VALUE ZEROS.
       01  WS-ANT-ATE           PIC 9(06) VALUE ZEROS.
       01  WS-QTD-MESES         PIC 9(03) VALUE ZEROS.
       01  WS-IDX               PIC 9(03) VALUE ZEROS.
       01  WS-SOMA-VENDA        PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-TEVE-VENDA        PIC X(01) VALUE 'N'.
      * RESULTADO: RESPOSTA DO ALVO E ACUMULADORES POR VENDEDOR E
      * DA CAMPANHA.
       01  WS-VISITADO          PIC X(01) VALUE 'N'.
       01  WS-CONVERTIDO        PIC X(01) VALUE 'N'.
       01  WS-VENDA-ANTES       PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-VENDA-DEPOIS      PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-ACUMULA-VDD.
           05 WS-VDD-ALVOS      PIC 9(05).
           05 WS-VDD-VISIT      PIC 9(05).
           05 WS-VDD-CONV       PIC 9(05).
           05 WS-VDD-ANTES      PIC 9(11)V9(02).
           05 WS-VDD-DEPOIS     PIC 9(11)V9(02).
       01  WS-ACUMULA-TOT.
           05 WS-TOT-ALVOS      PIC 9(05).
           05 WS-TOT-VISIT      PIC 9(05).
           05 WS-TOT-CONV       PIC 9(05).
           05 WS-TOT-ANTES      PIC 9(11)V9(02).
           05 WS-TOT-DEPOIS     PIC 9(11)V9(02).
       01  LINHA-01              PIC X(94) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 L02-TITULO         PIC X(40) VALUE SPACES.
           05 F                  PIC X(10) VALUE 'CAMPANHA: '.
           05 L02-CODIGO         PIC X(06) VALUE SPACES.
       01  LINHA-03.
           05 F                  PIC X(10) VALUE 'VENDEDOR: '.
           05 L03-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L03-NOME           PIC X(40) VALUE SPACES.
       01  LINHA-04.
           05 F                  PIC X(40) VALUE
              'CLIENTE RAZAO SOCIAL                   C'.
           05 F                  PIC X(33) VALUE
              'IDADE               UF S ULT.VIS.'.
       01  LINHA-05.
           05 F                  PIC X(40) VALUE
              '------- ------------------------------ -'.
           05 F                  PIC X(33) VALUE
              '------------------- -- - --------'.
       01  LINHA-06.
           05 L06-CLIENTE        PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-RAZAO          PIC X(30) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-CIDADE         PIC X(20) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-UF             PIC X(02) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-SEGMENTO       PIC X(01) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-ULT-VISITA     PIC 9(08) VALUE ZEROS.
       01  LINHA-07.
           05 F                  PIC X(10) VALUE SPACES.
           05 L07-DESCRICAO      PIC X(40) VALUE SPACES.
           05 F                  PIC X(10) VALUE ' PERIODO: '.
           05 L07-INICIO         PIC 9(08) VALUE ZEROS.
           05 F                  PIC X(03) VALUE ' A '.
           05 L07-FIM            PIC 9(08) VALUE ZEROS.
       01  LINHA-11.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(24) VALUE
              'VENDAS ANTES: MESES DE '.
           05 L11-ANT-DE         PIC 9(06) VALUE ZEROS.
           05 F                  PIC X(03) VALUE ' A '.
           05 L11-ANT-ATE        PIC 9(06) VALUE ZEROS.
           05 F                  PIC X(27) VALUE
              '   VENDAS DEPOIS: MESES DE '.
           05 L11-INI            PIC 9(06) VALUE ZEROS.
           05 F                  PIC X(03) VALUE ' A '.
           05 L11-FIM            PIC 9(06) VALUE ZEROS.
       01  LINHA-08.
           05 F                  PIC X(40) VALUE
              'VDD NOME                      ALVOS VISI'.
           05 F                  PIC X(40) VALUE
              'T  CONV  VENDAS ANTES VENDAS DEPOIS     '.
           05 F                  PIC X(09) VALUE
              '    GANHO'.
       01  LINHA-09.
           05 F                  PIC X(40) VALUE
              '--- ------------------------- ----- ----'.
           05 F                  PIC X(40) VALUE
              '- ----- ------------- ------------- ----'.
           05 F                  PIC X(09) VALUE
              '---------'.
       01  LINHA-10.
           05 L10-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-NOME           PIC X(25) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L10-ALVOS          PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-VISIT          PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-CONV           PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-ANTES          PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-DEPOIS         PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-GANHO          PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       01  WS-GANHO             PIC S9(11)V9(02) VALUE ZEROS.

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
               "*** CAMPANHAS MARKETING  ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - CAMPANHAS".
           02 LINE 08 COLUMN 28  VALUE "2 - GERAR PUBLICO-ALVO".
           02 LINE 09 COLUMN 28  VALUE "3 - RESULTADO DA CAMPANHA".
           02 LINE 10 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 12 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 12 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-CAMPANHA.
           02 LINE 05 COLUMN 12 VALUE "Campanha..........:".
           02 LINE 06 COLUMN 12 VALUE "Descricao.........:".
           02 LINE 07 COLUMN 12 VALUE "Inicio (AAAAMMDD).:".
           02 LINE 08 COLUMN 12 VALUE "Fim (AAAAMMDD)....:".
           02 LINE 10 COLUMN 12 VALUE "Segmento (A/B/C)..:".
           02 LINE 11 COLUMN 12 VALUE "Status (A/P/S)....:".
           02 LINE 12 COLUMN 12 VALUE "UF................:".
           02 LINE 13 COLUMN 12 VALUE "Cidade............:".
           02 LINE 14 COLUMN 12 VALUE "Filial............:".
           02 LINE 15 COLUMN 12 VALUE "Dias sem visita...:".
           02 LINE 16 COLUMN 12 VALUE "Meses sem venda...:".
           02 LINE 18 COLUMN 12 VALUE
              "(CRITERIO EM BRANCO/ZERO NAO FILTRA; DESCRICAO EM".
           02 LINE 19 COLUMN 12 VALUE
              " BRANCO EXCLUI; CAMPANHA EM BRANCO SAI)".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           PERFORM ABRIR-ARQUIVOS
           MOVE 'D' TO WS-DU-FUNCAO
           MOVE WS-HOJE TO WS-DU-DATA
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
           MOVE WS-DU-DIAS TO WS-JD-HOJE
           IF WS-PARM-EXECUCAO(1:4) = 'ALVO'
              MOVE 'S' TO WS-MODO-BATCH
              MOVE WS-PARM-EXECUCAO(6:6) TO WS-MK-CODIGO
              PERFORM GERA-ALVO.
           IF WS-PARM-EXECUCAO(1:9) = 'RESULTADO'
              MOVE 'S' TO WS-MODO-BATCH
              MOVE WS-PARM-EXECUCAO(11:6) TO WS-MK-CODIGO
              PERFORM RESULTADO-CAMPANHA.
           IF NOT EXECUCAO-BATCH
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           IF ARQUIVO-RESULTCD-OK
              CLOSE RESULTCD.
           CLOSE CLIENTES VENDEDOR VISITAS CLIHIST CAMPANHA CAMPALVO
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
              PERFORM TELA-CAMPANHA UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2 OR WS-OPCAO = 3
              MOVE SPACES TO WS-MK-CODIGO
              DISPLAY(14, 28) "CAMPANHA: "
              ACCEPT(14, 38) WS-MK-CODIGO WITH PROMPT.
           IF WS-OPCAO = 2
              PERFORM GERA-ALVO
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 3
              PERFORM RESULTADO-CAMPANHA
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO > 3 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * MANUTENCAO DAS CAMPANHAS: DIGITA O CODIGO; SE JA EXISTE
      * MOSTRA E DEIXA ALTERAR (DESCRICAO EM BRANCO EXCLUI, JUNTO
      * COM O PUBLICO-ALVO GERADO), SE NAO EXISTE INCLUI.
       TELA-CAMPANHA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-CAMPANHA
           MOVE SPACES TO WS-MK-CODIGO
           ACCEPT(05, 33) WS-MK-CODIGO WITH PROMPT
           IF WS-MK-CODIGO = SPACES
              MOVE 0 TO WS-OPCAO
           ELSE
              MOVE WS-MK-CODIGO TO MK-CODIGO
              READ CAMPANHA
              IF FS-STAT = 00
                 PERFORM MOSTRA-CAMPANHA
                 ACCEPT(06, 33) WS-MK-DESCRICAO WITH PROMPT UPDATE
                 PERFORM ACEITA-CRITERIOS
                 PERFORM GRAVA-CAMPANHA-ALTERACAO
              ELSE
                 MOVE 0 TO FS-STAT
                 PERFORM LIMPA-CAMPANHA
                 ACCEPT(06, 33) WS-MK-DESCRICAO WITH PROMPT
                 PERFORM ACEITA-CRITERIOS
                 PERFORM GRAVA-CAMPANHA-INCLUSAO.
       LIMPA-CAMPANHA.
           MOVE SPACES TO WS-MK-DESCRICAO WS-MK-SEGMENTO WS-MK-STATUS
                          WS-MK-UF WS-MK-CIDADE WS-MK-FILIAL
           MOVE 0 TO WS-MK-INICIO WS-MK-FIM WS-MK-DIAS-SEM-VISITA
                     WS-MK-MESES-SEM-VENDA.
       MOSTRA-CAMPANHA.
           MOVE MK-DESCRICAO       TO WS-MK-DESCRICAO
           MOVE MK-INICIO          TO WS-MK-INICIO
           MOVE MK-FIM             TO WS-MK-FIM
           MOVE MK-SEGMENTO        TO WS-MK-SEGMENTO
           MOVE MK-STATUS          TO WS-MK-STATUS
           MOVE MK-UF              TO WS-MK-UF
           MOVE MK-CIDADE          TO WS-MK-CIDADE
           MOVE MK-FILIAL          TO WS-MK-FILIAL
           MOVE MK-DIAS-SEM-VISITA TO WS-MK-DIAS-SEM-VISITA
           MOVE MK-MESES-SEM-VENDA TO WS-MK-MESES-SEM-VENDA
           DISPLAY(06, 33) WS-MK-DESCRICAO
           DISPLAY(07, 33) WS-MK-INICIO
           DISPLAY(08, 33) WS-MK-FIM
           DISPLAY(10, 33) WS-MK-SEGMENTO
           DISPLAY(11, 33) WS-MK-STATUS
           DISPLAY(12, 33) WS-MK-UF
           DISPLAY(13, 33) WS-MK-CIDADE
           DISPLAY(14, 33) WS-MK-FILIAL
           DISPLAY(15, 33) WS-MK-DIAS-SEM-VISITA
           DISPLAY(16, 33) WS-MK-MESES-SEM-VENDA.
      * NA EXCLUSAO (DESCRICAO EM BRANCO) O RESTO NEM E PERGUNTADO.
       ACEITA-CRITERIOS.
           IF WS-MK-DESCRICAO NOT = SPACES
              PERFORM ACEITA-PERIODO
              ACCEPT(10, 33) WS-MK-SEGMENTO WITH PROMPT UPDATE
              ACCEPT(11, 33) WS-MK-STATUS WITH PROMPT UPDATE
              ACCEPT(12, 33) WS-MK-UF WITH PROMPT UPDATE
              ACCEPT(13, 33) WS-MK-CIDADE WITH PROMPT UPDATE
              ACCEPT(14, 33) WS-MK-FILIAL WITH PROMPT UPDATE
              ACCEPT(15, 33) WS-MK-DIAS-SEM-VISITA WITH PROMPT UPDATE
              ACCEPT(16, 33) WS-MK-MESES-SEM-VENDA WITH PROMPT UPDATE.
       ACEITA-PERIODO.
           ACCEPT(07, 33) WS-MK-INICIO WITH PROMPT UPDATE
           ACCEPT(08, 33) WS-MK-FIM WITH PROMPT UPDATE
           IF WS-MK-INICIO = 0 OR WS-MK-FIM < WS-MK-INICIO
              MOVE 'PERIODO INVALIDO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO ACEITA-PERIODO.
       GRAVA-CAMPANHA-ALTERACAO.
           IF WS-MK-DESCRICAO = SPACES
              DELETE CAMPANHA
              PERFORM EXCLUI-ALVO
              MOVE 'CAMPANHA EXCLUIDA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              PERFORM MOVE-CAMPANHA
              REWRITE REG-CAMPANHA
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO REGRAVAR CAMPANHA' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 MOVE 'CAMPANHA ALTERADA COM SUCESSO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
       GRAVA-CAMPANHA-INCLUSAO.
           IF WS-MK-DESCRICAO = SPACES
              MOVE 'DESCRICAO EM BRANCO NAO ACEITA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE WS-MK-CODIGO TO MK-CODIGO
              MOVE 0 TO MK-GERADA MK-QTD-ALVO
              PERFORM MOVE-CAMPANHA
              WRITE REG-CAMPANHA
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO GRAVAR CAMPANHA' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 MOVE 'CAMPANHA INCLUIDA COM SUCESSO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
       MOVE-CAMPANHA.
           MOVE WS-MK-DESCRICAO       TO MK-DESCRICAO
           MOVE WS-MK-INICIO          TO MK-INICIO
           MOVE WS-MK-FIM             TO MK-FIM
           MOVE WS-MK-SEGMENTO        TO MK-SEGMENTO
           MOVE WS-MK-STATUS          TO MK-STATUS
           MOVE WS-MK-UF              TO MK-UF
           MOVE WS-MK-CIDADE          TO MK-CIDADE
           MOVE WS-MK-FILIAL          TO MK-FILIAL
           MOVE WS-MK-DIAS-SEM-VISITA TO MK-DIAS-SEM-VISITA
           MOVE WS-MK-MESES-SEM-VENDA TO MK-MESES-SEM-VENDA.
      * APAGA O PUBLICO-ALVO JA GERADO DA CAMPANHA CORRENTE.
       EXCLUI-ALVO.
           MOVE WS-MK-CODIGO TO CV-CAMPANHA
           MOVE ZEROS TO CV-CLIENTE
           START CAMPALVO KEY NOT LESS THAN CV-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM EXCLUI-ALVO-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       EXCLUI-ALVO-PASSO.
           READ CAMPALVO NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF CV-CAMPANHA NOT = WS-MK-CODIGO
                 MOVE 'S' TO WS-FIM-ARQ
              ELSE
                 DELETE CAMPALVO.
      * -----------------------------------
      * GERACAO DO PUBLICO-ALVO: REFAZ O CAMPALVO DA CAMPANHA COM OS
      * CLIENTES QUE PASSAM EM TODOS OS CRITERIOS HOJE, GUARDANDO O
      * VENDEDOR DA CARTEIRA, E LISTA POR VENDEDOR.
       GERA-ALVO.
           PERFORM LE-CAMPANHA
           IF CAMPANHA-ENCONTRADA
              PERFORM EXCLUI-ALVO
              PERFORM SELECIONA-ALVO
              MOVE WS-MK-CODIGO TO MK-CODIGO
              READ CAMPANHA
              MOVE WS-HOJE     TO MK-GERADA
              MOVE WS-QTD-ALVO TO MK-QTD-ALVO
              REWRITE REG-CAMPANHA
              PERFORM LISTA-ALVO
              IF EXECUCAO-BATCH
                 DISPLAY 'CAMPANHA ' WS-MK-CODIGO
                         ' - CLIENTES NO PUBLICO-ALVO: ' WS-QTD-ALVO
              ELSE
                 MOVE 'CLIENTES NO PUBLICO-ALVO:' TO WS-MSGERRO
                 MOVE WS-QTD-ALVO TO WS-MSGERRO(27:5)
                 PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       LE-CAMPANHA.
           MOVE 'N' TO WS-CAMPANHA-OK
           MOVE WS-MK-CODIGO TO MK-CODIGO
           READ CAMPANHA
           IF FS-STAT = 00
              MOVE 'S' TO WS-CAMPANHA-OK
           ELSE
              MOVE 0 TO FS-STAT
              IF EXECUCAO-BATCH
                 DISPLAY 'CAMPANHA NAO CADASTRADA: ' WS-MK-CODIGO
              ELSE
                 MOVE 'CAMPANHA NAO CADASTRADA' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
       SELECIONA-ALVO.
           MOVE 0 TO WS-QTD-ALVO
           MOVE ZEROS TO CL-CODIGO
           START CLIENTES KEY NOT LESS THAN CL-CODIGO
           MOVE 'N' TO WS-FIM-CLI
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-CLI.
           PERFORM SELECIONA-PASSO UNTIL FIM-CLI
           MOVE 0 TO FS-STAT.
       SELECIONA-PASSO.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-FIM-CLI.
           IF NOT FIM-CLI
              PERFORM AVALIA-CLIENTE
              IF CLIENTE-NO-ALVO
                 MOVE MK-CODIGO   TO CV-CAMPANHA CV-CAMPANHA-VDD
                 MOVE CL-CODIGO   TO CV-CLIENTE CV-CLIENTE-VDD
                 MOVE CL-VENDEDOR TO CV-VENDEDOR
                 MOVE WS-HOJE     TO CV-DATA
                 WRITE REG-CAMPALVO
                 IF FS-STAT = 00
                    ADD 1 TO WS-QTD-ALVO.
           MOVE 0 TO FS-STAT.
      * CRITERIOS DA CAMPANHA: EM BRANCO OU ZERO NAO FILTRA. OS DE
      * CADASTRO VEM PRIMEIRO; VISITA E VENDA SO SAO LIDAS PARA QUEM
      * AINDA ESTA DENTRO.
       AVALIA-CLIENTE.
           MOVE 'S' TO WS-ENTRA
           IF MK-SEGMENTO NOT = SPACE AND CL-SEGMENTO NOT = MK-SEGMENTO
              MOVE 'N' TO WS-ENTRA.
           IF MK-STATUS = 'A'
              IF NOT CLIENTE-ATIVO
                 MOVE 'N' TO WS-ENTRA.
           IF MK-STATUS NOT = SPACE AND MK-STATUS NOT = 'A'
              IF CL-STATUS NOT = MK-STATUS
                 MOVE 'N' TO WS-ENTRA.
           IF MK-UF NOT = SPACES AND CL-UF NOT = MK-UF
              MOVE 'N' TO WS-ENTRA.
           IF MK-CIDADE NOT = SPACES AND CL-CIDADE NOT = MK-CIDADE
              MOVE 'N' TO WS-ENTRA.
           IF MK-FILIAL NOT = SPACES AND CL-FILIAL NOT = MK-FILIAL
              MOVE 'N' TO WS-ENTRA.
           IF CLIENTE-NO-ALVO AND MK-DIAS-SEM-VISITA > 0
              PERFORM ACHA-ULTIMA-VISITA
              IF WS-ULT-VISITA > 0
                 PERFORM MEDE-DIAS-SEM-VISITA
                 IF WS-DIAS-SEM < MK-DIAS-SEM-VISITA
                    MOVE 'N' TO WS-ENTRA.
           IF CLIENTE-NO-ALVO AND MK-MESES-SEM-VENDA > 0
              PERFORM VERIFICA-VENDA-RECENTE
              IF WS-TEVE-VENDA = 'S'
                 MOVE 'N' TO WS-ENTRA.
       ACHA-ULTIMA-VISITA.
           MOVE 0 TO WS-ULT-VISITA
           MOVE CL-CODIGO TO VI-CLIENTE
           MOVE ZEROS TO VI-DATA VI-HORA
           START VISITAS KEY NOT LESS THAN VI-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM ACHA-VISITA-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       ACHA-VISITA-PASSO.
           READ VISITAS NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF VI-CLIENTE NOT = CL-CODIGO
                 MOVE 'S' TO WS-FIM-ARQ
              ELSE
                 MOVE VI-DATA TO WS-ULT-VISITA.
       MEDE-DIAS-SEM-VISITA.
           MOVE 'D' TO WS-DU-FUNCAO
           MOVE WS-ULT-VISITA TO WS-DU-DATA
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
           MOVE 0 TO WS-DIAS-SEM
           IF WS-JD-HOJE > WS-DU-DIAS
              COMPUTE WS-DIAS-SEM = WS-JD-HOJE - WS-DU-DIAS.
      * VENDA NO CLIHIST NOS ULTIMOS N MESES, O CORRENTE INCLUSO.
       VERIFICA-VENDA-RECENTE.
           MOVE WS-HOJE-ANOMES TO WS-MES-CALC WS-MES-ATE
           MOVE 1 TO WS-IDX
           PERFORM RECUA-MES UNTIL WS-IDX NOT < MK-MESES-SEM-VENDA
           MOVE WS-MES-CALC TO WS-MES-DE
           PERFORM SOMA-VENDAS-CLIENTE
           MOVE 'N' TO WS-TEVE-VENDA
           IF WS-SOMA-VENDA > 0
              MOVE 'S' TO WS-TEVE-VENDA.
       RECUA-MES.
           IF WS-MES-CALC-MES = 1
              MOVE 12 TO WS-MES-CALC-MES
              SUBTRACT 1 FROM WS-MES-CALC-ANO
           ELSE
              SUBTRACT 1 FROM WS-MES-CALC-MES.
           ADD 1 TO WS-IDX.
       AVANCA-MES.
           IF WS-MES-CALC-MES = 12
              MOVE 1 TO WS-MES-CALC-MES
              ADD 1 TO WS-MES-CALC-ANO
           ELSE
              ADD 1 TO WS-MES-CALC-MES.
           ADD 1 TO WS-QTD-MESES.
      * SOMA O CLIHIST DO CLIENTE CORRENTE (CL-CODIGO) ENTRE
      * WS-MES-DE E WS-MES-ATE.
       SOMA-VENDAS-CLIENTE.
           MOVE 0 TO WS-SOMA-VENDA
           MOVE CL-CODIGO TO CH-CLIENTE
           MOVE WS-MES-DE TO CH-ANOMES
           START CLIHIST KEY NOT LESS THAN CH-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM SOMA-VENDAS-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       SOMA-VENDAS-PASSO.
           READ CLIHIST NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF CH-CLIENTE NOT = CL-CODIGO OR CH-ANOMES > WS-MES-ATE
                 MOVE 'S' TO WS-FIM-ARQ
              ELSE
                 ADD CH-VALOR TO WS-SOMA-VENDA.
      * LISTA DO PUBLICO-ALVO POR VENDEDOR (CHAVE ALTERNATIVA).
       LISTA-ALVO.
           OPEN OUTPUT LISTAG
           MOVE 'PUBLICO-ALVO DA CAMPANHA' TO L02-TITULO
           PERFORM CABECALHO-CAMPANHA
           MOVE 'S' TO WS-PRIMEIRO
           MOVE MK-CODIGO TO CV-CAMPANHA-VDD
           MOVE ZEROS TO CV-VENDEDOR CV-CLIENTE-VDD
           START CAMPALVO KEY NOT LESS THAN CV-CHAVE-VDD
           MOVE 'N' TO WS-FIM-CLI
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-CLI.
           PERFORM LISTA-ALVO-PASSO UNTIL FIM-CLI
           WRITE LINHA FROM LINHA-01 BEFORE 1
           CLOSE LISTAG
           MOVE 0 TO FS-STAT.
       LISTA-ALVO-PASSO.
           READ CAMPALVO NEXT AT END
              MOVE 'S' TO WS-FIM-CLI.
           IF NOT FIM-CLI
              IF CV-CAMPANHA-VDD NOT = WS-MK-CODIGO
                 MOVE 'S' TO WS-FIM-CLI.
           IF NOT FIM-CLI
              IF WS-PRIMEIRO = 'S' OR CV-VENDEDOR NOT = WS-VDD-CORRENTE
                 PERFORM TROCA-VENDEDOR-ALVO.
           IF NOT FIM-CLI
              PERFORM IMPRIME-ALVO.
       TROCA-VENDEDOR-ALVO.
           MOVE 'N' TO WS-PRIMEIRO
           MOVE CV-VENDEDOR TO WS-VDD-CORRENTE
           PERFORM ACHA-NOME-VENDEDOR
           MOVE CV-VENDEDOR TO L03-VENDEDOR
           MOVE VD-NOME     TO L03-NOME
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1
           WRITE LINHA FROM LINHA-05 BEFORE 1.
       ACHA-NOME-VENDEDOR.
           MOVE WS-VDD-CORRENTE TO VD-CODIGO
           IF WS-VDD-CORRENTE = 0
              MOVE 'SEM VENDEDOR' TO VD-NOME
           ELSE
              READ VENDEDOR
              IF FS-STAT NOT = 00
                 MOVE SPACES TO VD-NOME.
           MOVE 0 TO FS-STAT.
       IMPRIME-ALVO.
           MOVE CV-CLIENTE-VDD TO CL-CODIGO
           READ CLIENTES
           IF FS-STAT NOT = 00
              MOVE SPACES TO CL-RAZAO CL-CIDADE CL-UF CL-SEGMENTO.
           MOVE 0 TO FS-STAT
           PERFORM ACHA-ULTIMA-VISITA
           MOVE CV-CLIENTE-VDD TO L06-CLIENTE
           MOVE CL-RAZAO       TO L06-RAZAO
           MOVE CL-CIDADE      TO L06-CIDADE
           MOVE CL-UF          TO L06-UF
           MOVE CL-SEGMENTO    TO L06-SEGMENTO
           MOVE WS-ULT-VISITA  TO L06-ULT-VISITA
           WRITE LINHA FROM LINHA-06 BEFORE 1.
       CABECALHO-CAMPANHA.
           MOVE MK-CODIGO    TO L02-CODIGO
           MOVE MK-DESCRICAO TO L07-DESCRICAO
           MOVE MK-INICIO    TO L07-INICIO
           MOVE MK-FIM       TO L07-FIM
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-07 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2.
      * -----------------------------------
      * RESULTADO: PARA CADA ALVO, SE FOI VISITADO NA CAMPANHA (VISITA
      * MARCADA COM O CODIGO DELA), SE CONVERTEU (RESULTADO QUE CONTA
      * COMO VENDA) E AS VENDAS DO CLIHIST NOS MESES DA CAMPANHA
      * CONTRA O MESMO NUMERO DE MESES IMEDIATAMENTE ANTES.
       RESULTADO-CAMPANHA.
           PERFORM LE-CAMPANHA
           IF CAMPANHA-ENCONTRADA
              PERFORM CALCULA-MESES-CAMPANHA
              PERFORM IMPRIME-RESULTADO
              IF EXECUCAO-BATCH
                 DISPLAY 'CAMPANHA ' WS-MK-CODIGO ' - ALVOS: '
                         WS-TOT-ALVOS ' VISITADOS: ' WS-TOT-VISIT
                         ' CONVERTIDOS: ' WS-TOT-CONV
              ELSE
                 MOVE 'RELATORIO GERADO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       CALCULA-MESES-CAMPANHA.
           DIVIDE MK-INICIO BY 100 GIVING WS-MES-INI
           DIVIDE MK-FIM BY 100 GIVING WS-MES-FIM
           MOVE WS-MES-INI TO WS-MES-CALC
           MOVE 0 TO WS-QTD-MESES
           PERFORM AVANCA-MES UNTIL WS-MES-CALC > WS-MES-FIM
           MOVE WS-MES-INI TO WS-MES-CALC
           MOVE 0 TO WS-IDX
           PERFORM RECUA-MES
           MOVE WS-MES-CALC TO WS-ANT-ATE
           PERFORM RECUA-MES UNTIL WS-IDX NOT < WS-QTD-MESES
           MOVE WS-MES-CALC TO WS-ANT-DE.
       IMPRIME-RESULTADO.
           OPEN OUTPUT LISTAG
           MOVE 'RESULTADO DA CAMPANHA' TO L02-TITULO
           PERFORM CABECALHO-CAMPANHA
           MOVE WS-ANT-DE  TO L11-ANT-DE
           MOVE WS-ANT-ATE TO L11-ANT-ATE
           MOVE WS-MES-INI TO L11-INI
           MOVE WS-MES-FIM TO L11-FIM
           WRITE LINHA FROM LINHA-11 BEFORE 2
           WRITE LINHA FROM LINHA-08 BEFORE 1
           WRITE LINHA FROM LINHA-09 BEFORE 1
           INITIALIZE WS-ACUMULA-VDD WS-ACUMULA-TOT
           MOVE 'S' TO WS-PRIMEIRO
           MOVE MK-CODIGO TO CV-CAMPANHA-VDD
           MOVE ZEROS TO CV-VENDEDOR CV-CLIENTE-VDD
           START CAMPALVO KEY NOT LESS THAN CV-CHAVE-VDD
           MOVE 'N' TO WS-FIM-CLI
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-CLI.
           PERFORM RESULTADO-PASSO UNTIL FIM-CLI
           IF WS-PRIMEIRO = 'N'
              PERFORM FECHA-VENDEDOR-RESULTADO.
           WRITE LINHA FROM LINHA-09 BEFORE 1
           MOVE 0                  TO L10-VENDEDOR
           MOVE 'TOTAL DA CAMPANHA' TO L10-NOME
           MOVE WS-TOT-ALVOS       TO L10-ALVOS
           MOVE WS-TOT-VISIT       TO L10-VISIT
           MOVE WS-TOT-CONV        TO L10-CONV
           MOVE WS-TOT-ANTES       TO L10-ANTES
           MOVE WS-TOT-DEPOIS      TO L10-DEPOIS
           COMPUTE WS-GANHO = WS-TOT-DEPOIS - WS-TOT-ANTES
           MOVE WS-GANHO           TO L10-GANHO
           WRITE LINHA FROM LINHA-10 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1
           CLOSE LISTAG.
       RESULTADO-PASSO.
           READ CAMPALVO NEXT AT END
              MOVE 'S' TO WS-FIM-CLI.
           IF NOT FIM-CLI
              IF CV-CAMPANHA-VDD NOT = WS-MK-CODIGO
                 MOVE 'S' TO WS-FIM-CLI.
           IF NOT FIM-CLI
              IF WS-PRIMEIRO = 'S'
                 MOVE 'N' TO WS-PRIMEIRO
                 MOVE CV-VENDEDOR TO WS-VDD-CORRENTE
              ELSE
                 IF CV-VENDEDOR NOT = WS-VDD-CORRENTE
                    PERFORM FECHA-VENDEDOR-RESULTADO
                    MOVE CV-VENDEDOR TO WS-VDD-CORRENTE.
           IF NOT FIM-CLI
              PERFORM AVALIA-RESPOSTA.
       AVALIA-RESPOSTA.
           MOVE CV-CLIENTE-VDD TO CL-CODIGO
           PERFORM VERIFICA-VISITAS-CAMPANHA
           MOVE WS-MES-INI TO WS-MES-DE
           MOVE WS-MES-FIM TO WS-MES-ATE
           PERFORM SOMA-VENDAS-CLIENTE
           MOVE WS-SOMA-VENDA TO WS-VENDA-DEPOIS
           MOVE WS-ANT-DE  TO WS-MES-DE
           MOVE WS-ANT-ATE TO WS-MES-ATE
           PERFORM SOMA-VENDAS-CLIENTE
           MOVE WS-SOMA-VENDA TO WS-VENDA-ANTES
           ADD 1 TO WS-VDD-ALVOS WS-TOT-ALVOS
           IF WS-VISITADO = 'S'
              ADD 1 TO WS-VDD-VISIT WS-TOT-VISIT.
           IF WS-CONVERTIDO = 'S'
              ADD 1 TO WS-VDD-CONV WS-TOT-CONV.
           ADD WS-VENDA-ANTES  TO WS-VDD-ANTES WS-TOT-ANTES
           ADD WS-VENDA-DEPOIS TO WS-VDD-DEPOIS WS-TOT-DEPOIS.
      * VISITAS DO CLIENTE DESDE O INICIO DA CAMPANHA MARCADAS COM O
      * CODIGO DELA; CONVERTE SE ALGUMA TEM RESULTADO DE VENDA.
       VERIFICA-VISITAS-CAMPANHA.
           MOVE 'N' TO WS-VISITADO WS-CONVERTIDO
           MOVE CL-CODIGO TO VI-CLIENTE
           MOVE MK-INICIO TO VI-DATA
           MOVE ZEROS TO VI-HORA
           START VISITAS KEY NOT LESS THAN VI-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM VISITA-CAMPANHA-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       VISITA-CAMPANHA-PASSO.
           READ VISITAS NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF VI-CLIENTE NOT = CL-CODIGO
                 MOVE 'S' TO WS-FIM-ARQ
              ELSE
                 IF VI-CAMPANHA = MK-CODIGO
                    MOVE 'S' TO WS-VISITADO
                    PERFORM VERIFICA-CONVERSAO.
       VERIFICA-CONVERSAO.
           IF ARQUIVO-RESULTCD-OK AND VI-RESULT-COD NOT = SPACES
              MOVE VI-RESULT-COD TO RS-CODIGO
              READ RESULTCD
              IF FS-STAT = 00
                 IF RESULTADO-E-VENDA
                    MOVE 'S' TO WS-CONVERTIDO.
           MOVE 0 TO FS-STAT.
       FECHA-VENDEDOR-RESULTADO.
           PERFORM ACHA-NOME-VENDEDOR
           MOVE WS-VDD-CORRENTE TO L10-VENDEDOR
           MOVE VD-NOME         TO L10-NOME
           MOVE WS-VDD-ALVOS    TO L10-ALVOS
           MOVE WS-VDD-VISIT    TO L10-VISIT
           MOVE WS-VDD-CONV     TO L10-CONV
           MOVE WS-VDD-ANTES    TO L10-ANTES
           MOVE WS-VDD-DEPOIS   TO L10-DEPOIS
           COMPUTE WS-GANHO = WS-VDD-DEPOIS - WS-VDD-ANTES
           MOVE WS-GANHO        TO L10-GANHO
           WRITE LINHA FROM LINHA-10 BEFORE 1
           INITIALIZE WS-ACUMULA-VDD.
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
           OPEN INPUT VISITAS
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT VISITAS
              CLOSE VISITAS
              OPEN INPUT VISITAS.
           OPEN INPUT CLIHIST
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT CLIHIST
              CLOSE CLIHIST
              OPEN INPUT CLIHIST.
           OPEN INPUT RESULTCD
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-RESULTCD
           ELSE
              MOVE 'N' TO WS-TEM-RESULTCD.
           OPEN I-O CAMPANHA
           IF FS-STAT = '30'
              OPEN OUTPUT CAMPANHA
              CLOSE CAMPANHA
              OPEN I-O CAMPANHA.
           OPEN I-O CAMPALVO
           IF FS-STAT = '30'
              OPEN OUTPUT CAMPALVO
              CLOSE CAMPALVO
              OPEN I-O CAMPALVO.
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
