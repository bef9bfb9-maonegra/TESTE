       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV57.
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
      * OBJETIVO.....: SICCV57 - PREVISAO DE VENDAS                         *
      *                A PARTIR DO CLIHIST PROJETA OS 3 MESES SEGUINTES     *
      *                AO MES BASE PARA CADA CLIENTE: MEDIA MOVEL DOS 3     *
      *                ULTIMOS MESES X FATOR SAZONAL (O MESMO MES DO ANO    *
      *                ANTERIOR SOBRE A MEDIA MOVEL DO ANO ANTERIOR,        *
      *                LIMITADO A 3; SEM HISTORICO O FATOR E 1). GRAVA NO   *
      *                PREVISAO.DAT POR CLIENTE, MES E HORIZONTE E IMPRIME  *
      *                POR FILIAL E VENDEDOR, COM TOTAL DA FILIAL E DA      *
      *                EMPRESA. O PREVISTO X REALIZADO DE UM MES MOSTRA O   *
      *                REALIZADO AO LADO DAS PREVISOES FEITAS COM 1, 2 E 3  *
      *                MESES DE ANTECEDENCIA E O ERRO DOS ULTIMOS 12 MESES. *
      *                LINHA DE COMANDO: 'PREVISAO AAAAMM' (MES BASE =      *
      *                ULTIMO FECHADO; SEM MES, O ANTERIOR AO CORRENTE) OU  *
      *                'ACURACIA AAAAMM'.                                   *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY VENDEDOR.SEL.
       COPY CLIHIST.SEL.
       COPY PREVISAO.SEL.
           SELECT PREVTMP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY PX-CHAVE.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY CLIHIST.FD.
       COPY PREVISAO.FD.
      * TOTAIS POR (FILIAL, VENDEDOR) PARA A IMPRESSAO.
       FD  PREVTMP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-PREVTMP.
       01  REG-PREVTMP.
           05 PX-CHAVE.
              10 PX-FILIAL      PIC X(02).
              10 PX-VENDEDOR    PIC 9(03).
           05 PX-REAL           PIC 9(11)V9(02).
           05 PX-PREV           PIC 9(11)V9(02) OCCURS 3 TIMES.
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
       01  WS-FIM-HIST          PIC X(01) VALUE 'N'.
           88 FIM-HIST               VALUE 'S'.
      * MES BASE (ULTIMO REALIZADO) OU MES DO PREVISTO X REALIZADO.
       01  WS-BASE              PIC 9(06) VALUE ZEROS.
       01  WS-BASE-R REDEFINES WS-BASE.
           05 WS-BASE-ANO       PIC 9(04).
           05 WS-BASE-MES       PIC 9(02).
       01  WS-MES-CALC          PIC 9(06) VALUE ZEROS.
       01  WS-MES-CALC-R REDEFINES WS-MES-CALC.
           05 WS-MES-CALC-ANO   PIC 9(04).
           05 WS-MES-CALC-MES   PIC 9(02).
      * JANELA DE 15 MESES DO CLIENTE: 1 A 3 = MEDIA MOVEL DO ANO
      * ANTERIOR, 4 A 6 = MESES PREVISTOS UM ANO ANTES, 13 A 15 =
      * MEDIA MOVEL ATUAL (15 = MES BASE).
       01  WS-JANELA-MESES.
           05 WS-JN-ANOMES      PIC 9(06) OCCURS 15 TIMES.
       01  WS-JANELA-VALORES.
           05 WS-JN-VALOR       PIC 9(09)V9(02) OCCURS 15 TIMES.
       01  WS-JN-IX             PIC 9(02) VALUE ZEROS.
       01  WS-JN-ACHADO         PIC 9(02) VALUE ZEROS.
       01  WS-ALVOS.
           05 WS-ALVO-ANOMES    PIC 9(06) OCCURS 3 TIMES.
       01  WS-H                 PIC 9(01) VALUE ZEROS.
       01  WS-MEDIA             PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-MEDIA-AA          PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-FATOR-CALC        PIC 9(07)V9(04) VALUE ZEROS.
       01  WS-FATOR             PIC 9(01)V9(04) VALUE ZEROS.
       01  WS-PROJECOES.
           05 WS-PROJECAO       PIC 9(09)V9(02) OCCURS 3 TIMES.
       01  WS-REAL              PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-QTD-CLIENTES      PIC 9(07) VALUE ZEROS.
      * TIPO DE RELATORIO: 'P' = PREVISAO, 'A' = PREVISTO X REALIZADO.
       01  WS-TIPO-RELATORIO    PIC X(01) VALUE 'P'.
           88 TIPO-PREVISAO          VALUE 'P'.
           88 TIPO-ACURACIA          VALUE 'A'.
      * IMPRESSAO: QUEBRA POR FILIAL E ACUMULADORES.
       01  WS-PRIMEIRO          PIC X(01) VALUE 'S'.
       01  WS-QB-FILIAL         PIC X(02) VALUE SPACES.
       01  WS-IMPRIME.
           05 WS-IMP-REAL       PIC 9(11)V9(02).
           05 WS-IMP-PREV       PIC 9(11)V9(02) OCCURS 3 TIMES.
       01  WS-ACUMULA-FILIAL.
           05 WS-FIL-REAL       PIC 9(11)V9(02).
           05 WS-FIL-PREV       PIC 9(11)V9(02) OCCURS 3 TIMES.
       01  WS-ACUMULA-TOT.
           05 WS-TOT-REAL       PIC 9(11)V9(02).
           05 WS-TOT-PREV       PIC 9(11)V9(02) OCCURS 3 TIMES.
       01  WS-ERRO-CALC         PIC S9(09)V9(01) VALUE ZEROS.
       01  WS-ERRO-BASE         PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-ERRO-PREV         PIC 9(11)V9(02) VALUE ZEROS.
      * ACURACIA DOS ULTIMOS 12 MESES DA EMPRESA.
       01  WS-TENDENCIA.
           05 WS-TD OCCURS 12 TIMES.
              10 WS-TD-ANOMES   PIC 9(06).
              10 WS-TD-REAL     PIC 9(11)V9(02).
              10 WS-TD-PREV1    PIC 9(11)V9(02).
              10 WS-TD-PREV3    PIC 9(11)V9(02).
       01  WS-TD-IX             PIC 9(02) VALUE ZEROS.
       01  WS-TD-ACHADO         PIC 9(02) VALUE ZEROS.
       01  WS-TD-PROCURA        PIC 9(06) VALUE ZEROS.
       01  LINHA-01              PIC X(107) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 L02-TITULO         PIC X(45) VALUE SPACES.
           05 L02-ROTULO         PIC X(07) VALUE SPACES.
           05 L02-ANOMES         PIC 9(06) VALUE ZEROS.
       01  LINHA-03.
           05 F                  PIC X(23) VALUE
              'MESES PREVISTOS: M+1 = '.
           05 L03-ALVO1          PIC 9(06) VALUE ZEROS.
           05 F                  PIC X(09) VALUE '   M+2 = '.
           05 L03-ALVO2          PIC 9(06) VALUE ZEROS.
           05 F                  PIC X(09) VALUE '   M+3 = '.
           05 L03-ALVO3          PIC 9(06) VALUE ZEROS.
       01  LINHA-04.
           05 F                  PIC X(40) VALUE
              'FL VDD NOME                     REALIZAD'.
           05 F                  PIC X(40) VALUE
              'O  PREVISTO M+1  PREVISTO M+2  PREVISTO '.
           05 F                  PIC X(03) VALUE
              'M+3'.
       01  LINHA-05.
           05 F                  PIC X(40) VALUE
              '-- --- -------------------- ------------'.
           05 F                  PIC X(40) VALUE
              '- ------------- ------------- ----------'.
           05 F                  PIC X(03) VALUE
              '---'.
       01  LINHA-06.
           05 L06-FILIAL         PIC X(02) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-NOME           PIC X(20) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-REAL           PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-PREV1          PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-PREV2          PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-PREV3          PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       01  LINHA-08.
           05 F                  PIC X(40) VALUE
              'FL VDD NOME                     REALIZAD'.
           05 F                  PIC X(40) VALUE
              'O   PREV. 1 MES  ERRO % PREV. 2 MESES  E'.
           05 F                  PIC X(27) VALUE
              'RRO % PREV. 3 MESES  ERRO %'.
       01  LINHA-09.
           05 F                  PIC X(40) VALUE
              '-- --- -------------------- ------------'.
           05 F                  PIC X(40) VALUE
              '- ------------- ------- ------------- --'.
           05 F                  PIC X(27) VALUE
              '----- ------------- -------'.
       01  LINHA-10.
           05 L10-FILIAL         PIC X(02) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L10-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-NOME           PIC X(20) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L10-REAL           PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-PREV1          PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-ERRO1          PIC -ZZZ9,9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-PREV2          PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-ERRO2          PIC -ZZZ9,9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-PREV3          PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-ERRO3          PIC -ZZZ9,9 VALUE ZEROS.
       01  LINHA-11.
           05 F                  PIC X(40) VALUE
              'ACURACIA DA EMPRESA - ULTIMOS 12 MESES'.
       01  LINHA-12.
           05 F                  PIC X(40) VALUE
              'MES        REALIZADO   PREV. 1 MES  ERRO'.
           05 F                  PIC X(24) VALUE
              ' % PREV. 3 MESES  ERRO %'.
       01  LINHA-13.
           05 F                  PIC X(40) VALUE
              '------ ------------- ------------- -----'.
           05 F                  PIC X(24) VALUE
              '-- ------------- -------'.
       01  LINHA-14.
           05 L14-ANOMES         PIC 9(06) VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L14-REAL           PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L14-PREV1          PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L14-ERRO1          PIC -ZZZ9,9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L14-PREV3          PIC ZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L14-ERRO3          PIC -ZZZ9,9 VALUE ZEROS.

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
               "*** PREVISAO DE VENDAS   ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - GERAR PREVISAO".
           02 LINE 08 COLUMN 28  VALUE "2 - PREVISTO X REALIZADO".
           02 LINE 09 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 11 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 11 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           PERFORM ABRIR-ARQUIVOS
           IF WS-PARM-EXECUCAO(1:8) = 'PREVISAO'
              MOVE 'S' TO WS-MODO-BATCH
              PERFORM PEGA-MES-PARAMETRO
              PERFORM GERA-PREVISAO.
           IF WS-PARM-EXECUCAO(1:8) = 'ACURACIA'
              MOVE 'S' TO WS-MODO-BATCH
              PERFORM PEGA-MES-PARAMETRO
              PERFORM RELATORIO-ACURACIA.
           IF NOT EXECUCAO-BATCH
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           CLOSE CLIENTES VENDEDOR CLIHIST PREVISAO PREVTMP
           IF NOT EXECUCAO-BATCH
              DISPLAY(01, 01) ERASE.
           STOP RUN.
       PROCESSA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-MENU
           ACCEPT SS-MENU.
       SEGUE-01.
           IF WS-OPCAO = 1 OR WS-OPCAO = 2
              PERFORM MES-ANTERIOR
              DISPLAY(14, 28) "MES (AAAAMM): "
              ACCEPT(14, 42) WS-BASE WITH PROMPT UPDATE
              PERFORM VALIDA-MES.
           IF WS-OPCAO = 1
              PERFORM GERA-PREVISAO
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 2
              PERFORM RELATORIO-ACURACIA
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO > 2 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * MES DA LINHA DE COMANDO; SEM MES (OU INVALIDO) VALE O MES
      * ANTERIOR AO CORRENTE, O ULTIMO JA FECHADO.
       PEGA-MES-PARAMETRO.
           PERFORM MES-ANTERIOR
           IF WS-PARM-EXECUCAO(10:6) NUMERIC
              MOVE WS-PARM-EXECUCAO(10:6) TO WS-BASE.
           PERFORM VALIDA-MES.
       MES-ANTERIOR.
           MOVE WS-HOJE-ANOMES TO WS-MES-CALC
           PERFORM RECUA-MES
           MOVE WS-MES-CALC TO WS-BASE.
       VALIDA-MES.
           IF WS-BASE-MES < 1 OR WS-BASE-MES > 12
              OR WS-BASE-ANO < 2000
              PERFORM MES-ANTERIOR.
       RECUA-MES.
           IF WS-MES-CALC-MES = 1
              MOVE 12 TO WS-MES-CALC-MES
              SUBTRACT 1 FROM WS-MES-CALC-ANO
           ELSE
              SUBTRACT 1 FROM WS-MES-CALC-MES.
       AVANCA-MES.
           IF WS-MES-CALC-MES = 12
              MOVE 1 TO WS-MES-CALC-MES
              ADD 1 TO WS-MES-CALC-ANO
           ELSE
              ADD 1 TO WS-MES-CALC-MES.
      * -----------------------------------
      * GERACAO: CLIENTE A CLIENTE CARREGA OS 15 MESES DA JANELA,
      * PROJETA OS 3 MESES SEGUINTES AO MES BASE, GRAVA (OU REGRAVA,
      * NA MESMA BASE) O PREVISAO.DAT E SOMA POR FILIAL E VENDEDOR.
       GERA-PREVISAO.
           PERFORM MONTA-JANELA
           PERFORM LIMPA-PREVTMP
           MOVE 0 TO WS-QTD-CLIENTES
           MOVE ZEROS TO CL-CODIGO
           START CLIENTES KEY NOT LESS THAN CL-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM GERA-CLIENTE-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT
           MOVE 'P' TO WS-TIPO-RELATORIO
           PERFORM IMPRIME-RELATORIO
           IF EXECUCAO-BATCH
              DISPLAY 'PREVISAO BASE ' WS-BASE
                      ' - CLIENTES PROJETADOS: ' WS-QTD-CLIENTES
           ELSE
              MOVE 'CLIENTES PROJETADOS:' TO WS-MSGERRO
              MOVE WS-QTD-CLIENTES TO WS-MSGERRO(22:7)
              PERFORM MOSTRA-ERRO.
       MONTA-JANELA.
           MOVE WS-BASE TO WS-MES-CALC
           MOVE 15 TO WS-JN-IX
           PERFORM MONTA-JANELA-PASSO UNTIL WS-JN-IX = 0
           MOVE WS-BASE TO WS-MES-CALC
           MOVE 1 TO WS-H
           PERFORM MONTA-ALVO-PASSO UNTIL WS-H > 3.
       MONTA-JANELA-PASSO.
           MOVE WS-MES-CALC TO WS-JN-ANOMES(WS-JN-IX)
           PERFORM RECUA-MES
           SUBTRACT 1 FROM WS-JN-IX.
       MONTA-ALVO-PASSO.
           PERFORM AVANCA-MES
           MOVE WS-MES-CALC TO WS-ALVO-ANOMES(WS-H)
           ADD 1 TO WS-H.
       LIMPA-PREVTMP.
           CLOSE PREVTMP
           OPEN OUTPUT PREVTMP
           CLOSE PREVTMP
           OPEN I-O PREVTMP.
       GERA-CLIENTE-PASSO.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              PERFORM CARREGA-JANELA
              PERFORM PROJETA-CLIENTE
              IF WS-MEDIA > 0 OR WS-REAL > 0
                 ADD 1 TO WS-QTD-CLIENTES
                 PERFORM ACUMULA-PREVTMP.
           MOVE 0 TO FS-STAT.
       CARREGA-JANELA.
           INITIALIZE WS-JANELA-VALORES
           MOVE CL-CODIGO       TO CH-CLIENTE
           MOVE WS-JN-ANOMES(1) TO CH-ANOMES
           START CLIHIST KEY NOT LESS THAN CH-CHAVE
           MOVE 'N' TO WS-FIM-HIST
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-HIST.
           PERFORM CARREGA-JANELA-PASSO UNTIL FIM-HIST
           MOVE WS-JN-VALOR(15) TO WS-REAL
           MOVE 0 TO FS-STAT.
       CARREGA-JANELA-PASSO.
           READ CLIHIST NEXT AT END
              MOVE 'S' TO WS-FIM-HIST.
           IF NOT FIM-HIST
              IF CH-CLIENTE NOT = CL-CODIGO OR CH-ANOMES > WS-BASE
                 MOVE 'S' TO WS-FIM-HIST.
           IF NOT FIM-HIST
              PERFORM ACHA-MES-JANELA
              IF WS-JN-ACHADO > 0
                 ADD CH-VALOR TO WS-JN-VALOR(WS-JN-ACHADO).
       ACHA-MES-JANELA.
           MOVE 0 TO WS-JN-ACHADO
           MOVE 1 TO WS-JN-IX
           PERFORM ACHA-MES-JANELA-PASSO UNTIL WS-JN-IX > 15.
       ACHA-MES-JANELA-PASSO.
           IF WS-JN-ANOMES(WS-JN-IX) = CH-ANOMES
              MOVE WS-JN-IX TO WS-JN-ACHADO.
           ADD 1 TO WS-JN-IX.
      * SEM VENDA NOS 3 ULTIMOS MESES NAO HA O QUE PROJETAR.
       PROJETA-CLIENTE.
           INITIALIZE WS-PROJECOES
           COMPUTE WS-MEDIA ROUNDED =
                  (WS-JN-VALOR(13) + WS-JN-VALOR(14) + WS-JN-VALOR(15))
                  / 3
           COMPUTE WS-MEDIA-AA ROUNDED =
                  (WS-JN-VALOR(1) + WS-JN-VALOR(2) + WS-JN-VALOR(3))
                  / 3
           IF WS-MEDIA > 0
              MOVE 1 TO WS-H
              PERFORM PROJETA-HORIZONTE UNTIL WS-H > 3.
       PROJETA-HORIZONTE.
           COMPUTE WS-JN-IX = 3 + WS-H
           MOVE 1 TO WS-FATOR
           IF WS-MEDIA-AA > 0 AND WS-JN-VALOR(WS-JN-IX) > 0
              COMPUTE WS-FATOR-CALC ROUNDED =
                      WS-JN-VALOR(WS-JN-IX) / WS-MEDIA-AA
              IF WS-FATOR-CALC > 3
                 MOVE 3 TO WS-FATOR
              ELSE
                 MOVE WS-FATOR-CALC TO WS-FATOR.
           COMPUTE WS-PROJECAO(WS-H) ROUNDED = WS-MEDIA * WS-FATOR
           PERFORM GRAVA-PREVISAO
           ADD 1 TO WS-H.
       GRAVA-PREVISAO.
           MOVE CL-CODIGO              TO PF-CLIENTE
           MOVE WS-ALVO-ANOMES(WS-H)   TO PF-ANOMES
           MOVE WS-H                   TO PF-HORIZONTE
           READ PREVISAO
           MOVE CL-CODIGO              TO PF-CLIENTE
           MOVE WS-ALVO-ANOMES(WS-H)   TO PF-ANOMES
           MOVE WS-H                   TO PF-HORIZONTE
           MOVE WS-BASE                TO PF-BASE
           MOVE WS-HOJE                TO PF-GERADA
           MOVE WS-MEDIA               TO PF-MEDIA
           MOVE WS-FATOR               TO PF-FATOR
           MOVE WS-PROJECAO(WS-H)      TO PF-VALOR
           IF FS-STAT = 00
              REWRITE REG-PREVISAO
           ELSE
              WRITE REG-PREVISAO.
           MOVE 0 TO FS-STAT.
       ACUMULA-PREVTMP.
           MOVE CL-FILIAL   TO PX-FILIAL
           MOVE CL-VENDEDOR TO PX-VENDEDOR
           READ PREVTMP
           IF FS-STAT NOT = 00
              MOVE CL-FILIAL   TO PX-FILIAL
              MOVE CL-VENDEDOR TO PX-VENDEDOR
              MOVE 0 TO PX-REAL PX-PREV(1) PX-PREV(2) PX-PREV(3).
           ADD WS-REAL        TO PX-REAL
           ADD WS-PROJECAO(1) TO PX-PREV(1)
           ADD WS-PROJECAO(2) TO PX-PREV(2)
           ADD WS-PROJECAO(3) TO PX-PREV(3)
           IF FS-STAT = 00
              REWRITE REG-PREVTMP
           ELSE
              WRITE REG-PREVTMP.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * PREVISTO X REALIZADO DO MES: PARA CADA CLIENTE O CLIHIST DO
      * MES E AS PREVISOES FEITAS PARA ELE COM 1, 2 E 3 MESES DE
      * ANTECEDENCIA, SOMADOS POR FILIAL E VENDEDOR ATUAIS; DEPOIS O
      * ERRO DA EMPRESA NOS 12 MESES ATE O MES.
       RELATORIO-ACURACIA.
           PERFORM LIMPA-PREVTMP
           MOVE 0 TO WS-QTD-CLIENTES
           MOVE ZEROS TO CL-CODIGO
           START CLIENTES KEY NOT LESS THAN CL-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM ACURACIA-CLIENTE-PASSO UNTIL FIM-ARQ
           PERFORM MONTA-TENDENCIA
           MOVE 0 TO FS-STAT
           MOVE 'A' TO WS-TIPO-RELATORIO
           PERFORM IMPRIME-RELATORIO
           IF EXECUCAO-BATCH
              DISPLAY 'PREVISTO X REALIZADO ' WS-BASE
                      ' - CLIENTES: ' WS-QTD-CLIENTES
           ELSE
              MOVE 'RELATORIO GERADO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
       ACURACIA-CLIENTE-PASSO.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE 0 TO WS-REAL
              INITIALIZE WS-PROJECOES
              MOVE CL-CODIGO TO CH-CLIENTE
              MOVE WS-BASE   TO CH-ANOMES
              READ CLIHIST
              IF FS-STAT = 00
                 MOVE CH-VALOR TO WS-REAL.
           IF NOT FIM-ARQ
              MOVE 1 TO WS-H
              PERFORM LE-PREVISAO-PASSO UNTIL WS-H > 3
              IF WS-REAL > 0 OR WS-PROJECAO(1) > 0
                 OR WS-PROJECAO(2) > 0 OR WS-PROJECAO(3) > 0
                 ADD 1 TO WS-QTD-CLIENTES
                 PERFORM ACUMULA-PREVTMP.
           MOVE 0 TO FS-STAT.
       LE-PREVISAO-PASSO.
           MOVE CL-CODIGO TO PF-CLIENTE
           MOVE WS-BASE   TO PF-ANOMES
           MOVE WS-H      TO PF-HORIZONTE
           READ PREVISAO
           IF FS-STAT = 00
              MOVE PF-VALOR TO WS-PROJECAO(WS-H).
           ADD 1 TO WS-H.
      * 12 MESES ATE O MES INFORMADO: UMA PASSADA NO CLIHIST E UMA NO
      * PREVISAO, SOMANDO NO MES DA TABELA.
       MONTA-TENDENCIA.
           INITIALIZE WS-TENDENCIA
           MOVE WS-BASE TO WS-MES-CALC
           MOVE 12 TO WS-TD-IX
           PERFORM MONTA-TENDENCIA-PASSO UNTIL WS-TD-IX = 0
           MOVE ZEROS TO CH-CLIENTE CH-ANOMES
           START CLIHIST KEY NOT LESS THAN CH-CHAVE
           MOVE 'N' TO WS-FIM-HIST
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-HIST.
           PERFORM TENDENCIA-REAL-PASSO UNTIL FIM-HIST
           MOVE ZEROS TO PF-CLIENTE PF-ANOMES PF-HORIZONTE
           START PREVISAO KEY NOT LESS THAN PF-CHAVE
           MOVE 'N' TO WS-FIM-HIST
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-HIST.
           PERFORM TENDENCIA-PREV-PASSO UNTIL FIM-HIST
           MOVE 0 TO FS-STAT.
       MONTA-TENDENCIA-PASSO.
           MOVE WS-MES-CALC TO WS-TD-ANOMES(WS-TD-IX)
           PERFORM RECUA-MES
           SUBTRACT 1 FROM WS-TD-IX.
       TENDENCIA-REAL-PASSO.
           READ CLIHIST NEXT AT END
              MOVE 'S' TO WS-FIM-HIST.
           IF NOT FIM-HIST
              MOVE CH-ANOMES TO WS-TD-PROCURA
              PERFORM ACHA-MES-TENDENCIA
              IF WS-TD-ACHADO > 0
                 ADD CH-VALOR TO WS-TD-REAL(WS-TD-ACHADO).
       TENDENCIA-PREV-PASSO.
           READ PREVISAO NEXT AT END
              MOVE 'S' TO WS-FIM-HIST.
           IF NOT FIM-HIST
              MOVE PF-ANOMES TO WS-TD-PROCURA
              PERFORM ACHA-MES-TENDENCIA
              IF WS-TD-ACHADO > 0 AND PF-HORIZONTE = 1
                 ADD PF-VALOR TO WS-TD-PREV1(WS-TD-ACHADO).
           IF NOT FIM-HIST
              IF WS-TD-ACHADO > 0 AND PF-HORIZONTE = 3
                 ADD PF-VALOR TO WS-TD-PREV3(WS-TD-ACHADO).
       ACHA-MES-TENDENCIA.
           MOVE 0 TO WS-TD-ACHADO
           MOVE 1 TO WS-TD-IX
           PERFORM ACHA-MES-TENDENCIA-PASSO UNTIL WS-TD-IX > 12.
       ACHA-MES-TENDENCIA-PASSO.
           IF WS-TD-ANOMES(WS-TD-IX) = WS-TD-PROCURA
              MOVE WS-TD-IX TO WS-TD-ACHADO.
           ADD 1 TO WS-TD-IX.
      * -----------------------------------
      * IMPRESSAO POR FILIAL E VENDEDOR (PREVTMP), COM TOTAL DA
      * FILIAL E DA EMPRESA; NO PREVISTO X REALIZADO VEM DEPOIS A
      * ACURACIA DOS 12 MESES.
       IMPRIME-RELATORIO.
           OPEN OUTPUT LISTAG
           MOVE WS-BASE TO L02-ANOMES
           IF TIPO-PREVISAO
              MOVE 'PREVISAO DE VENDAS POR FILIAL E VENDEDOR'
                    TO L02-TITULO
              MOVE 'BASE: ' TO L02-ROTULO
           ELSE
              MOVE 'PREVISTO X REALIZADO POR FILIAL E VENDEDOR'
                    TO L02-TITULO
              MOVE 'MES: ' TO L02-ROTULO.
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           IF TIPO-PREVISAO
              MOVE WS-ALVO-ANOMES(1) TO L03-ALVO1
              MOVE WS-ALVO-ANOMES(2) TO L03-ALVO2
              MOVE WS-ALVO-ANOMES(3) TO L03-ALVO3
              WRITE LINHA FROM LINHA-03 BEFORE 2
              WRITE LINHA FROM LINHA-04 BEFORE 1
              WRITE LINHA FROM LINHA-05 BEFORE 1
           ELSE
              WRITE LINHA FROM LINHA-08 BEFORE 1
              WRITE LINHA FROM LINHA-09 BEFORE 1.
           INITIALIZE WS-ACUMULA-FILIAL WS-ACUMULA-TOT
           MOVE 'S' TO WS-PRIMEIRO
           MOVE SPACES TO PX-FILIAL
           MOVE ZEROS TO PX-VENDEDOR
           START PREVTMP KEY NOT LESS THAN PX-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM IMPRIME-VENDEDOR-PASSO UNTIL FIM-ARQ
           IF WS-PRIMEIRO = 'N'
              PERFORM FECHA-FILIAL.
           MOVE SPACES          TO L06-FILIAL
           MOVE 0               TO L06-VENDEDOR
           MOVE 'TOTAL DA EMPRESA' TO L06-NOME
           MOVE WS-ACUMULA-TOT  TO WS-IMPRIME
           PERFORM IMPRIME-VALORES
           WRITE LINHA FROM LINHA-01 BEFORE 1
           IF TIPO-ACURACIA
              PERFORM IMPRIME-TENDENCIA.
           CLOSE LISTAG
           MOVE 0 TO FS-STAT.
       IMPRIME-VENDEDOR-PASSO.
           READ PREVTMP NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF WS-PRIMEIRO = 'S'
                 MOVE 'N' TO WS-PRIMEIRO
                 MOVE PX-FILIAL TO WS-QB-FILIAL
              ELSE
                 IF PX-FILIAL NOT = WS-QB-FILIAL
                    PERFORM FECHA-FILIAL
                    MOVE PX-FILIAL TO WS-QB-FILIAL.
           IF NOT FIM-ARQ
              MOVE PX-VENDEDOR TO VD-CODIGO
              IF PX-VENDEDOR = 0
                 MOVE 'SEM VENDEDOR' TO VD-NOME
              ELSE
                 READ VENDEDOR
                 IF FS-STAT NOT = 00
                    MOVE SPACES TO VD-NOME.
           IF NOT FIM-ARQ
              MOVE 0 TO FS-STAT
              MOVE PX-FILIAL   TO L06-FILIAL
              MOVE PX-VENDEDOR TO L06-VENDEDOR
              MOVE VD-NOME     TO L06-NOME
              MOVE PX-REAL     TO WS-IMP-REAL
              MOVE PX-PREV(1)  TO WS-IMP-PREV(1)
              MOVE PX-PREV(2)  TO WS-IMP-PREV(2)
              MOVE PX-PREV(3)  TO WS-IMP-PREV(3)
              PERFORM IMPRIME-VALORES
              ADD PX-REAL    TO WS-FIL-REAL
              ADD PX-PREV(1) TO WS-FIL-PREV(1)
              ADD PX-PREV(2) TO WS-FIL-PREV(2)
              ADD PX-PREV(3) TO WS-FIL-PREV(3).
       FECHA-FILIAL.
           MOVE WS-QB-FILIAL       TO L06-FILIAL
           MOVE 0                  TO L06-VENDEDOR
           MOVE 'TOTAL DA FILIAL'  TO L06-NOME
           MOVE WS-ACUMULA-FILIAL  TO WS-IMPRIME
           PERFORM IMPRIME-VALORES
           WRITE LINHA FROM SPACES BEFORE 1
           ADD WS-FIL-REAL    TO WS-TOT-REAL
           ADD WS-FIL-PREV(1) TO WS-TOT-PREV(1)
           ADD WS-FIL-PREV(2) TO WS-TOT-PREV(2)
           ADD WS-FIL-PREV(3) TO WS-TOT-PREV(3)
           INITIALIZE WS-ACUMULA-FILIAL.
      * A IDENTIFICACAO (FILIAL, VENDEDOR, NOME) VEM NA LINHA-06; NO
      * PREVISTO X REALIZADO ELA E COPIADA PARA A LINHA-10.
       IMPRIME-VALORES.
           IF TIPO-PREVISAO
              MOVE WS-IMP-REAL    TO L06-REAL
              MOVE WS-IMP-PREV(1) TO L06-PREV1
              MOVE WS-IMP-PREV(2) TO L06-PREV2
              MOVE WS-IMP-PREV(3) TO L06-PREV3
              WRITE LINHA FROM LINHA-06 BEFORE 1
           ELSE
              MOVE L06-FILIAL     TO L10-FILIAL
              MOVE L06-VENDEDOR   TO L10-VENDEDOR
              MOVE L06-NOME       TO L10-NOME
              MOVE WS-IMP-REAL    TO L10-REAL WS-ERRO-BASE
              MOVE WS-IMP-PREV(1) TO L10-PREV1 WS-ERRO-PREV
              PERFORM CALCULA-ERRO
              MOVE WS-ERRO-CALC   TO L10-ERRO1
              MOVE WS-IMP-PREV(2) TO L10-PREV2 WS-ERRO-PREV
              PERFORM CALCULA-ERRO
              MOVE WS-ERRO-CALC   TO L10-ERRO2
              MOVE WS-IMP-PREV(3) TO L10-PREV3 WS-ERRO-PREV
              PERFORM CALCULA-ERRO
              MOVE WS-ERRO-CALC   TO L10-ERRO3
              WRITE LINHA FROM LINHA-10 BEFORE 1.
      * ERRO PERCENTUAL DA PREVISAO SOBRE O REALIZADO (POSITIVO =
      * PREVIU A MAIS); SEM REALIZADO FICA ZERO.
       CALCULA-ERRO.
           MOVE 0 TO WS-ERRO-CALC
           IF WS-ERRO-BASE > 0
              COMPUTE WS-ERRO-CALC ROUNDED =
                      (WS-ERRO-PREV - WS-ERRO-BASE) * 100 / WS-ERRO-BASE
              IF WS-ERRO-CALC > 9999,9
                 MOVE 9999,9 TO WS-ERRO-CALC.
       IMPRIME-TENDENCIA.
           WRITE LINHA FROM SPACES BEFORE 1
           WRITE LINHA FROM LINHA-11 BEFORE 2
           WRITE LINHA FROM LINHA-12 BEFORE 1
           WRITE LINHA FROM LINHA-13 BEFORE 1
           MOVE 1 TO WS-TD-IX
           PERFORM IMPRIME-TENDENCIA-PASSO UNTIL WS-TD-IX > 12
           WRITE LINHA FROM LINHA-01 BEFORE 1.
       IMPRIME-TENDENCIA-PASSO.
           MOVE WS-TD-ANOMES(WS-TD-IX) TO L14-ANOMES
           MOVE WS-TD-REAL(WS-TD-IX)   TO L14-REAL WS-ERRO-BASE
           MOVE WS-TD-PREV1(WS-TD-IX)  TO L14-PREV1 WS-ERRO-PREV
           PERFORM CALCULA-ERRO
           MOVE WS-ERRO-CALC           TO L14-ERRO1
           MOVE WS-TD-PREV3(WS-TD-IX)  TO L14-PREV3 WS-ERRO-PREV
           PERFORM CALCULA-ERRO
           MOVE WS-ERRO-CALC           TO L14-ERRO3
           WRITE LINHA FROM LINHA-14 BEFORE 1
           ADD 1 TO WS-TD-IX.
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
           OPEN INPUT CLIHIST
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT CLIHIST
              CLOSE CLIHIST
              OPEN INPUT CLIHIST.
           OPEN I-O PREVISAO
           IF FS-STAT = '30'
              OPEN OUTPUT PREVISAO
              CLOSE PREVISAO
              OPEN I-O PREVISAO.
           OPEN OUTPUT PREVTMP
           CLOSE PREVTMP
           OPEN I-O PREVTMP
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
