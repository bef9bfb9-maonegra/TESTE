       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV78.
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
      * OBJETIVO.....: SICCV78 - INTEGRACAO DE CLIENTES NOVOS. ABRE UMA     *
      *                FICHA PARA CADA PROSPECT QUE VIROU ATIVO (TRANSICAO  *
      *                P>A NA AUDITORIA INDEXADA, DENTRO DA JANELA DE       *
      *                ACOMPANHAMENTO) COM SEIS PASSOS: SITE DE ENTREGA NO  *
      *                CLISITE, CONTATO PREFERIDO NO CONTATO, SEGMENTO      *
      *                DEFINIDO, CREDITO CONFERIDO, PRIMEIRA VISITA E       *
      *                PRIMEIRO PEDIDO. A CADA EXECUCAO MARCA O QUE O       *
      *                SISTEMA JA ENXERGA FEITO (O CREDITO SO NA TELA DA    *
      *                FICHA), LISTA POR VENDEDOR OS PASSOS COM PRAZO       *
      *                VENCIDO E MANDA CADA UM, UMA VEZ SO, PARA A FILA DE  *
      *                ALERTAS (ALERTA.DAT, SEVERIDADE MEDIA). PRAZOS EM    *
      *                DIAS CORRIDOS DESDE A ATIVACAO NO PARAMS.DAT:        *
      *                ONB-CADASTRO (PADRAO 7) PARA OS QUATRO PRIMEIROS     *
      *                PASSOS, ONB-VISITA (15) E ONB-PEDIDO (30). A FICHA   *
      *                FECHA QUANDO TODOS OS PASSOS ESTAO FEITOS OU,        *
      *                PASSADA A JANELA (ONB-JANELA, 90 DIAS), COMO         *
      *                INCOMPLETA. LINHA DE COMANDO: 'ACOMPANHA'.           *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY VENDEDOR.SEL.
       COPY AUDIND.SEL.
       COPY CLISITE.SEL.
       COPY CONTATO.SEL.
       COPY VISITAS.SEL.
       COPY CLIHIST.SEL.
       COPY PARAMS.SEL.
       COPY ALERTA.SEL.
       COPY ONBOARD.SEL.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY AUDIND.FD.
       COPY CLISITE.FD.
       COPY CONTATO.FD.
       COPY VISITAS.FD.
       COPY CLIHIST.FD.
       COPY PARAMS.FD.
       COPY ALERTA.FD.
       COPY ONBOARD.FD.
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
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-FIM-AUX           PIC X(01) VALUE 'N'.
           88 FIM-AUX                VALUE 'S'.
       01  WS-TEM-AUDIND        PIC X(01) VALUE 'N'.
           88 ARQUIVO-AUDIND-OK      VALUE 'S'.
       01  WS-TEM-CLISITE       PIC X(01) VALUE 'N'.
           88 ARQUIVO-CLISITE-OK     VALUE 'S'.
       01  WS-TEM-CONTATO       PIC X(01) VALUE 'N'.
           88 ARQUIVO-CONTATO-OK     VALUE 'S'.
       01  WS-TEM-VISITAS       PIC X(01) VALUE 'N'.
           88 ARQUIVO-VISITAS-OK     VALUE 'S'.
       01  WS-TEM-CLIHIST       PIC X(01) VALUE 'N'.
           88 ARQUIVO-CLIHIST-OK     VALUE 'S'.
       01  WS-TEM-PARAMS        PIC X(01) VALUE 'N'.
           88 ARQUIVO-PARAMS-OK      VALUE 'S'.
      * PRAZOS EM DIAS CORRIDOS DESDE A ATIVACAO (PADRAO DE COMPILACAO,
      * SUBSTITUIDO PELO PARAMS.DAT): CADASTRO VALE PARA SITE,
      * CONTATO, SEGMENTO E CREDITO. PASSADA A JANELA A FICHA FECHA.
       01  WS-PRAZO-CADASTRO    PIC 9(03) VALUE 007.
       01  WS-PRAZO-VISITA      PIC 9(03) VALUE 015.
       01  WS-PRAZO-PEDIDO      PIC 9(03) VALUE 030.
       01  WS-JANELA            PIC 9(03) VALUE 090.
      * DIAS CORRIDOS PELO DIAUTIL (DIA JULIANO DA DATA).
       01  WS-DU-FUNCAO         PIC X(01) VALUE SPACES.
       01  WS-DU-DATA           PIC 9(08) VALUE ZEROS.
       01  WS-DU-DATA-PROX      PIC 9(08) VALUE ZEROS.
       01  WS-DU-DIAS           PIC 9(08) VALUE ZEROS.
       01  WS-DU-UTIL           PIC X(01) VALUE SPACES.
       01  WS-DATA-CONTA        PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-CONTA        PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-HOJE         PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-DECORRIDOS   PIC 9(05) VALUE ZEROS.
      * PASSOS DA FICHA, NA ORDEM DO OB-PASSO.
       01  WS-PASSOS-TEXTO.
           05 F                 PIC X(20) VALUE 'SITE DE ENTREGA'.
           05 F                 PIC X(20) VALUE 'CONTATO PREFERIDO'.
           05 F                 PIC X(20) VALUE 'SEGMENTO DEFINIDO'.
           05 F                 PIC X(20) VALUE 'CREDITO CONFERIDO'.
           05 F                 PIC X(20) VALUE 'PRIMEIRA VISITA'.
           05 F                 PIC X(20) VALUE 'PRIMEIRO PEDIDO'.
       01  WS-PASSOS-TABELA REDEFINES WS-PASSOS-TEXTO.
           05 WS-PASSO-DESC OCCURS 6 TIMES PIC X(20).
       01  WS-PS-IDX            PIC 9(02) VALUE ZEROS.
       01  WS-PS-FEITOS         PIC 9(02) VALUE ZEROS.
       01  WS-DATA-MARCA        PIC 9(08) VALUE ZEROS.
       01  WS-QTD-ABERTAS       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-CONCLUIDAS    PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ENCERRADAS    PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ANDAMENTO     PIC 9(05) VALUE ZEROS.
       01  WS-QTD-MARCADOS      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ATRASOS       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ALERTAS       PIC 9(05) VALUE ZEROS.
      * PASSOS VENCIDOS DA EXECUCAO (ATE 500), IMPRESSOS AGRUPADOS
      * POR VENDEDOR.
       01  WS-ATR-QTD           PIC 9(03) VALUE ZEROS.
       01  WS-ATR-IDX           PIC 9(03) VALUE ZEROS.
       01  WS-ATR-MENOR         PIC 9(03) VALUE ZEROS.
       01  WS-VDD-ANTERIOR      PIC 9(04) VALUE ZEROS.
       01  WS-ATR-TABELA.
           05 WS-ATR-ITEM OCCURS 500 TIMES.
              10 WS-ATR-VENDEDOR PIC 9(03).
              10 WS-ATR-CLIENTE  PIC 9(07).
              10 WS-ATR-RAZAO    PIC X(30).
              10 WS-ATR-ATIVACAO PIC 9(08).
              10 WS-ATR-PASSO    PIC 9(01).
              10 WS-ATR-PRAZO    PIC 9(03).
              10 WS-ATR-ATRASO   PIC 9(05).
              10 WS-ATR-IMPRESSO PIC X(01).
      * ALERTA DE PASSO VENCIDO NA FILA DO SICCV37 (UM POR PASSO).
       01  WS-AL-PROX           PIC 9(05) VALUE ZEROS.
       01  WS-AL-FIM            PIC X(01) VALUE 'N'.
       01  WS-AL-MENSAGEM.
           05 F                  PIC X(20) VALUE
              'INTEGRACAO ATRASADA '.
           05 WS-AL-MSG-PASSO    PIC X(20) VALUE SPACES.
       01  WS-ALERTA-REF.
           05 WS-AL-REF-CLIENTE  PIC 9(07) VALUE ZEROS.
           05 F                  PIC X(01) VALUE '/'.
           05 WS-AL-REF-PASSO    PIC 9(01) VALUE ZEROS.
           05 F                  PIC X(05) VALUE SPACES.
      * CAMPOS DA TELA DE MARCACAO MANUAL.
       01  WS-FI-CLIENTE        PIC 9(07) VALUE ZEROS.
       01  WS-FI-PASSO          PIC 9(01) VALUE ZEROS.
       01  WS-FI-RAZAO          PIC X(40) VALUE SPACES.
       01  WS-FI-SITUACAO       PIC X(12) VALUE SPACES.
       01  WS-LIN-TELA          PIC 9(02) VALUE ZEROS.
       01  WS-MOSTRA-PASSO.
           05 MP-PASSO           PIC 9(01)  VALUE ZEROS.
           05 F                  PIC X(03) VALUE ' - '.
           05 MP-DESCRICAO       PIC X(20)  VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 MP-FEITO           PIC X(03)  VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 MP-DATA            PIC 9(08)  VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 MP-ORIGEM          PIC X(07)  VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 MP-PRAZO           PIC ZZ9    VALUE ZEROS.
           05 F                  PIC X(05) VALUE ' DIAS'.
       01  LINHA-01              PIC X(80) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(45) VALUE
              'INTEGRACAO DE CLIENTES NOVOS - ATRASOS EM    '.
           05 L02-DATA           PIC 9(08) VALUE ZEROS.
       01  LINHA-03.
           05 F                  PIC X(41) VALUE
              'CLIENTE  RAZAO SOCIAL'.
           05 F                  PIC X(36) VALUE
              'ATIVACAO  PASSO'.
           05 F                  PIC X(13) VALUE
              'PRAZO  ATRASO'.
       01  LINHA-04.
           05 F                  PIC X(41) VALUE
              '-------  ------------------------------  '.
           05 F                  PIC X(36) VALUE
              '--------  ------------------------  '.
           05 F                  PIC X(13) VALUE
              '-----  ------'.
       01  LINHA-05.
           05 L05-CLIENTE        PIC 9(07)  VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-RAZAO          PIC X(30)  VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-ATIVACAO       PIC 9(08)  VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-PASSO          PIC 9(01)  VALUE ZEROS.
           05 F                  PIC X(03) VALUE ' - '.
           05 L05-DESCRICAO      PIC X(20)  VALUE SPACES.
           05 F                  PIC X(04) VALUE SPACES.
           05 L05-PRAZO          PIC ZZ9    VALUE ZEROS.
           05 F                  PIC X(03) VALUE SPACES.
           05 L05-ATRASO         PIC ZZZZ9  VALUE ZEROS.
       01  LINHA-06.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(40) VALUE
              'NENHUM PASSO DE INTEGRACAO EM ATRASO'.
       01  LINHA-07.
           05 F                  PIC X(10) VALUE 'VENDEDOR: '.
           05 L07-VENDEDOR       PIC ZZ9    VALUE ZEROS.
           05 F                  PIC X(03) VALUE ' - '.
           05 L07-NOME           PIC X(30)  VALUE SPACES.
       01  LINHA-08.
           05 F                  PIC X(10) VALUE SPACES.
           05 L08-TEXTO          PIC X(40)  VALUE SPACES.
           05 L08-QTD            PIC ZZZZ9  VALUE ZEROS.

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
           02  LINE 2  COLUMN 23 VALUE
               "*** INTEGRACAO DE CLIENTES NOVOS ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - FICHA DO CLIENTE".
           02 LINE 08 COLUMN 28  VALUE "2 - ACOMPANHAMENTO E ATRASOS".
           02 LINE 09 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 11 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 11 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-FICHA.
           02 LINE 05 COLUMN 05 VALUE "Cliente...........:".
           02 LINE 06 COLUMN 05 VALUE "Razao social......:".
           02 LINE 07 COLUMN 05 VALUE "Ativacao..........:".
           02 LINE 07 COLUMN 40 VALUE "Situacao..:".
           02 LINE 08 COLUMN 05 VALUE "Vendedor..........:".
           02 LINE 10 COLUMN 05 VALUE
              "PASSO                    FEITO DATA      ORIGEM   PRAZO".
           02 LINE 18 COLUMN 05 VALUE
              "Passo a marcar/desmarcar (0 = volta):".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           PERFORM ABRIR-ARQUIVOS
           PERFORM LE-PARAMETROS
           IF WS-PARM-EXECUCAO(1:9) = 'ACOMPANHA'
              MOVE 'S' TO WS-MODO-BATCH.
           IF EXECUCAO-BATCH
              PERFORM ACOMPANHAMENTO
           ELSE
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           IF ARQUIVO-AUDIND-OK
              CLOSE AUDIND.
           IF ARQUIVO-CLISITE-OK
              CLOSE CLISITE.
           IF ARQUIVO-CONTATO-OK
              CLOSE CONTATO.
           IF ARQUIVO-VISITAS-OK
              CLOSE VISITAS.
           IF ARQUIVO-CLIHIST-OK
              CLOSE CLIHIST.
           CLOSE CLIENTES VENDEDOR ONBOARD
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
              PERFORM TELA-FICHA UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2
              PERFORM ACOMPANHAMENTO
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO > 2 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * FICHA DO CLIENTE: MOSTRA OS PASSOS E DEIXA MARCAR OU
      * DESMARCAR UM PASSO PELO NUMERO (O CREDITO SO SE MARCA AQUI).
      * PASSO MARCADO PELO SISTEMA NAO SE DESMARCA, E FICHA FECHADA
      * FICA SO PARA CONSULTA.
       TELA-FICHA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-FICHA
           MOVE 0 TO WS-FI-CLIENTE
           ACCEPT(05, 25) WS-FI-CLIENTE WITH PROMPT
           IF WS-FI-CLIENTE = 0
              MOVE 0 TO WS-OPCAO
           ELSE
              MOVE WS-FI-CLIENTE TO OB-CLIENTE
              READ ONBOARD
              IF FS-STAT NOT = 00
                 MOVE 'CLIENTE SEM FICHA DE INTEGRACAO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO FS-STAT
              ELSE
                 MOVE 9 TO WS-FI-PASSO
                 PERFORM MARCA-PASSO-TELA UNTIL WS-FI-PASSO = 0.
       MARCA-PASSO-TELA.
           PERFORM MOSTRA-FICHA
           MOVE 0 TO WS-FI-PASSO
           ACCEPT(18, 43) WS-FI-PASSO WITH PROMPT
           IF WS-FI-PASSO > 6
              MOVE 'PASSO INVALIDO (1 A 6)' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 9 TO WS-FI-PASSO
           ELSE
              IF WS-FI-PASSO > 0
                 PERFORM ALTERA-PASSO.
       ALTERA-PASSO.
           IF NOT ONBOARD-ABERTA
              MOVE 'FICHA JA FECHADA, SO CONSULTA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              IF OB-FEITO (WS-FI-PASSO) = 'S'
                 AND OB-ORIGEM (WS-FI-PASSO) = 'A'
                 MOVE 'PASSO MARCADO PELO SISTEMA' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 PERFORM INVERTE-PASSO
                 PERFORM GRAVA-FICHA-TELA.
       INVERTE-PASSO.
           IF OB-FEITO (WS-FI-PASSO) = 'S'
              MOVE 'N'    TO OB-FEITO      (WS-FI-PASSO)
              MOVE 0      TO OB-DATA-FEITO (WS-FI-PASSO)
              MOVE SPACES TO OB-ORIGEM     (WS-FI-PASSO)
           ELSE
              MOVE 'S'     TO OB-FEITO      (WS-FI-PASSO)
              MOVE WS-HOJE TO OB-DATA-FEITO (WS-FI-PASSO)
              MOVE 'M'     TO OB-ORIGEM     (WS-FI-PASSO).
       GRAVA-FICHA-TELA.
           PERFORM CONTA-PASSOS-FEITOS
           IF WS-PS-FEITOS = 6
              MOVE 'C'     TO OB-SITUACAO
              MOVE WS-HOJE TO OB-DATA-FIM.
           REWRITE REG-ONBOARD
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO REGRAVAR FICHA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 0 TO FS-STAT
           ELSE
              MOVE 'FICHA ATUALIZADA COM SUCESSO !!!' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
       MOSTRA-FICHA.
           MOVE OB-CLIENTE TO CL-CODIGO
           READ CLIENTES
           IF FS-STAT = 00
              MOVE CL-RAZAO TO WS-FI-RAZAO
           ELSE
              MOVE 'CLIENTE NAO CADASTRADO' TO WS-FI-RAZAO.
           MOVE 0 TO FS-STAT
           IF ONBOARD-CONCLUIDA
              MOVE 'CONCLUIDA'    TO WS-FI-SITUACAO
           ELSE
              IF ONBOARD-ENCERRADA
                 MOVE 'INCOMPLETA'   TO WS-FI-SITUACAO
              ELSE
                 MOVE 'EM ANDAMENTO' TO WS-FI-SITUACAO.
           DISPLAY(06, 25) WS-FI-RAZAO
           DISPLAY(07, 25) OB-DATA-ATIVACAO
           DISPLAY(07, 52) WS-FI-SITUACAO
           DISPLAY(08, 25) OB-VENDEDOR
           MOVE 1 TO WS-PS-IDX
           PERFORM MOSTRA-PASSO UNTIL WS-PS-IDX > 6.
       MOSTRA-PASSO.
           MOVE WS-PS-IDX TO MP-PASSO
           MOVE WS-PASSO-DESC (WS-PS-IDX) TO MP-DESCRICAO
           IF OB-FEITO (WS-PS-IDX) = 'S'
              MOVE 'SIM' TO MP-FEITO
           ELSE
              MOVE 'NAO' TO MP-FEITO.
           MOVE OB-DATA-FEITO (WS-PS-IDX) TO MP-DATA
           IF OB-ORIGEM (WS-PS-IDX) = 'A'
              MOVE 'SISTEMA' TO MP-ORIGEM
           ELSE
              IF OB-ORIGEM (WS-PS-IDX) = 'M'
                 MOVE 'TELA'    TO MP-ORIGEM
              ELSE
                 MOVE SPACES    TO MP-ORIGEM.
           MOVE OB-PRAZO (WS-PS-IDX) TO MP-PRAZO
           COMPUTE WS-LIN-TELA = 10 + WS-PS-IDX
           DISPLAY(WS-LIN-TELA, 05) WS-MOSTRA-PASSO
           ADD 1 TO WS-PS-IDX.
      * -----------------------------------
      * ACOMPANHAMENTO: ABRE AS FICHAS DAS ATIVACOES NOVAS, CONFERE
      * AS FICHAS ABERTAS, ALERTA OS PASSOS VENCIDOS E IMPRIME OS
      * ATRASOS POR VENDEDOR.
       ACOMPANHAMENTO.
           MOVE WS-HOJE TO WS-DATA-CONTA
           PERFORM CALCULA-DIAS-CONTA
           MOVE WS-DIAS-CONTA TO WS-DIAS-HOJE
           INITIALIZE WS-ATR-TABELA
           MOVE 0 TO WS-ATR-QTD WS-QTD-ABERTAS WS-QTD-CONCLUIDAS
                     WS-QTD-ENCERRADAS WS-QTD-ANDAMENTO
                     WS-QTD-MARCADOS WS-QTD-ATRASOS WS-QTD-ALERTAS
           PERFORM ABRE-FICHAS
           PERFORM ABRE-ALERTA
           PERFORM ACOMPANHA-FICHAS
           CLOSE ALERTA
           PERFORM IMPRIME-ATRASOS
           IF EXECUCAO-BATCH
              DISPLAY 'INTEGRACAO DE CLIENTES NOVOS EM ' WS-HOJE
              DISPLAY 'FICHAS ABERTAS: ' WS-QTD-ABERTAS
                      ' CONCLUIDAS: ' WS-QTD-CONCLUIDAS
                      ' INCOMPLETAS: ' WS-QTD-ENCERRADAS
              DISPLAY 'PASSOS EM ATRASO: ' WS-QTD-ATRASOS
                      ' ALERTAS GRAVADOS: ' WS-QTD-ALERTAS
           ELSE
              MOVE 'ACOMPANHAMENTO CONCLUIDO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
      * PROSPECT QUE VIROU ATIVO NA AUDITORIA (BRANCO = ATIVO, COMO NO
      * SICCV39) DENTRO DA JANELA E AINDA SEM FICHA GANHA UMA. O
      * CLIENTE TEM QUE CONTINUAR CADASTRADO; UMA SEGUNDA ATIVACAO
      * DO MESMO CLIENTE NAO ABRE OUTRA FICHA.
       ABRE-FICHAS.
           MOVE 'S' TO WS-FIM-ARQ
           IF ARQUIVO-AUDIND-OK
              MOVE 'C' TO AX-TIPO
              MOVE ZEROS TO AX-CODIGO AX-DATA AX-HORA
              START AUDIND KEY NOT LESS THAN AX-CHAVE
              IF FS-STAT = 00
                 MOVE 'N' TO WS-FIM-ARQ.
           PERFORM ABRE-FICHA-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       ABRE-FICHA-PASSO.
           READ AUDIND NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF AX-TIPO NOT = 'C'
                 MOVE 'S' TO WS-FIM-ARQ
              ELSE
                 IF AX-STATUS-ANTES = 'P'
                    AND (AX-STATUS-DEPOIS = 'A'
                         OR AX-STATUS-DEPOIS = SPACE)
                    AND AX-ACAO NOT = 'EXCLUSAO  '
                    PERFORM AVALIA-ATIVACAO.
       AVALIA-ATIVACAO.
           MOVE AX-DATA TO WS-DATA-CONTA
           PERFORM CALCULA-DIAS-CONTA
           IF WS-DIAS-CONTA NOT > WS-DIAS-HOJE
              AND WS-DIAS-HOJE - WS-DIAS-CONTA NOT > WS-JANELA
              PERFORM ABRE-FICHA-CLIENTE.
       ABRE-FICHA-CLIENTE.
           MOVE AX-CODIGO TO OB-CLIENTE
           READ ONBOARD
           IF FS-STAT NOT = 00
              MOVE AX-CODIGO TO CL-CODIGO
              READ CLIENTES
              IF FS-STAT = 00
                 PERFORM GRAVA-FICHA-NOVA.
           MOVE 0 TO FS-STAT.
       GRAVA-FICHA-NOVA.
           INITIALIZE REG-ONBOARD
           MOVE AX-CODIGO   TO OB-CLIENTE
           MOVE AX-DATA     TO OB-DATA-ATIVACAO
           MOVE CL-VENDEDOR TO OB-VENDEDOR
           MOVE 'A'         TO OB-SITUACAO
           MOVE 0           TO OB-DATA-FIM
           MOVE 1 TO WS-PS-IDX
           PERFORM PREPARA-PASSO UNTIL WS-PS-IDX > 6
           WRITE REG-ONBOARD
           IF FS-STAT = 00
              ADD 1 TO WS-QTD-ABERTAS.
       PREPARA-PASSO.
           MOVE 'N'    TO OB-FEITO      (WS-PS-IDX)
           MOVE 0      TO OB-DATA-FEITO (WS-PS-IDX)
           MOVE SPACES TO OB-ORIGEM     (WS-PS-IDX)
           MOVE 'N'    TO OB-ALERTADO   (WS-PS-IDX)
           IF WS-PS-IDX < 5
              MOVE WS-PRAZO-CADASTRO TO OB-PRAZO (WS-PS-IDX)
           ELSE
              IF WS-PS-IDX = 5
                 MOVE WS-PRAZO-VISITA TO OB-PRAZO (WS-PS-IDX)
              ELSE
                 MOVE WS-PRAZO-PEDIDO TO OB-PRAZO (WS-PS-IDX).
           ADD 1 TO WS-PS-IDX.
      * -----------------------------------
      * CONFERE CADA FICHA EM ANDAMENTO: MARCA O QUE O SISTEMA JA
      * ENXERGA FEITO, FECHA A COMPLETA, LISTA E ALERTA OS PASSOS
      * VENCIDOS E ENCERRA A QUE PASSOU DA JANELA. CLIENTE QUE SAIU
      * DO CLIENTES.DAT (ARQUIVADO OU UNIFICADO) ENCERRA A FICHA.
       ACOMPANHA-FICHAS.
           MOVE ZEROS TO OB-CLIENTE
           START ONBOARD KEY NOT LESS THAN OB-CLIENTE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM ACOMPANHA-FICHA-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       ACOMPANHA-FICHA-PASSO.
           READ ONBOARD NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF ONBOARD-ABERTA
                 PERFORM ACOMPANHA-FICHA
                 REWRITE REG-ONBOARD.
       ACOMPANHA-FICHA.
           MOVE OB-CLIENTE TO CL-CODIGO
           READ CLIENTES
           IF FS-STAT NOT = 00
              MOVE 'E'     TO OB-SITUACAO
              MOVE WS-HOJE TO OB-DATA-FIM
              ADD 1 TO WS-QTD-ENCERRADAS
              MOVE 0 TO FS-STAT
           ELSE
              PERFORM CONFERE-FICHA.
       CONFERE-FICHA.
           MOVE CL-VENDEDOR TO OB-VENDEDOR
           PERFORM MARCA-AUTOMATICOS
           PERFORM CONTA-PASSOS-FEITOS
           IF WS-PS-FEITOS = 6
              MOVE 'C'     TO OB-SITUACAO
              MOVE WS-HOJE TO OB-DATA-FIM
              ADD 1 TO WS-QTD-CONCLUIDAS
           ELSE
              PERFORM APURA-ATRASOS.
       CONTA-PASSOS-FEITOS.
           MOVE 0 TO WS-PS-FEITOS
           MOVE 1 TO WS-PS-IDX
           PERFORM CONTA-PASSO UNTIL WS-PS-IDX > 6.
       CONTA-PASSO.
           IF OB-FEITO (WS-PS-IDX) = 'S'
              ADD 1 TO WS-PS-FEITOS.
           ADD 1 TO WS-PS-IDX.
      * MARCACAO AUTOMATICA: SITE NO CLISITE, CONTATO PREFERIDO NO
      * CONTATO, SEGMENTO NO CADASTRO, VISITA A PARTIR DA ATIVACAO NO
      * VISITAS E VENDA A PARTIR DO MES DA ATIVACAO NO CLIHIST. A
      * VISITA LEVA A DATA DELA; OS DEMAIS, A DATA EM QUE FORAM VISTOS.
       MARCA-AUTOMATICOS.
           IF OB-FEITO (1) NOT = 'S' AND ARQUIVO-CLISITE-OK
              PERFORM VERIFICA-SITE.
           IF OB-FEITO (2) NOT = 'S' AND ARQUIVO-CONTATO-OK
              PERFORM VERIFICA-CONTATO.
           IF OB-FEITO (3) NOT = 'S' AND CL-SEGMENTO NOT = SPACE
              MOVE 3       TO WS-PS-IDX
              MOVE WS-HOJE TO WS-DATA-MARCA
              PERFORM MARCA-PASSO-SISTEMA.
           IF OB-FEITO (5) NOT = 'S' AND ARQUIVO-VISITAS-OK
              PERFORM VERIFICA-VISITA.
           IF OB-FEITO (6) NOT = 'S' AND ARQUIVO-CLIHIST-OK
              PERFORM VERIFICA-PEDIDO.
       MARCA-PASSO-SISTEMA.
           MOVE 'S'           TO OB-FEITO      (WS-PS-IDX)
           MOVE WS-DATA-MARCA TO OB-DATA-FEITO (WS-PS-IDX)
           MOVE 'A'           TO OB-ORIGEM     (WS-PS-IDX)
           ADD 1 TO WS-QTD-MARCADOS.
       VERIFICA-SITE.
           MOVE OB-CLIENTE TO SI-CLIENTE
           MOVE ZEROS TO SI-SITE
           START CLISITE KEY NOT LESS THAN SI-CHAVE
           MOVE 'N' TO WS-FIM-AUX
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-AUX.
           IF NOT FIM-AUX
              READ CLISITE NEXT AT END
                 MOVE 'S' TO WS-FIM-AUX.
           IF NOT FIM-AUX AND SI-CLIENTE = OB-CLIENTE
              MOVE 1       TO WS-PS-IDX
              MOVE WS-HOJE TO WS-DATA-MARCA
              PERFORM MARCA-PASSO-SISTEMA.
           MOVE 0 TO FS-STAT.
       VERIFICA-CONTATO.
           MOVE OB-CLIENTE TO CT-CLIENTE
           MOVE ZEROS TO CT-SEQ
           START CONTATO KEY NOT LESS THAN CT-CHAVE
           MOVE 'N' TO WS-FIM-AUX
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-AUX.
           PERFORM VERIFICA-CONTATO-PASSO UNTIL FIM-AUX
           MOVE 0 TO FS-STAT.
       VERIFICA-CONTATO-PASSO.
           READ CONTATO NEXT AT END
              MOVE 'S' TO WS-FIM-AUX.
           IF NOT FIM-AUX
              IF CT-CLIENTE NOT = OB-CLIENTE
                 MOVE 'S' TO WS-FIM-AUX
              ELSE
                 IF CONTATO-PREFERIDO
                    MOVE 2       TO WS-PS-IDX
                    MOVE WS-HOJE TO WS-DATA-MARCA
                    PERFORM MARCA-PASSO-SISTEMA
                    MOVE 'S' TO WS-FIM-AUX.
       VERIFICA-VISITA.
           MOVE OB-CLIENTE       TO VI-CLIENTE
           MOVE OB-DATA-ATIVACAO TO VI-DATA
           MOVE ZEROS TO VI-HORA
           START VISITAS KEY NOT LESS THAN VI-CHAVE
           MOVE 'N' TO WS-FIM-AUX
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-AUX.
           IF NOT FIM-AUX
              READ VISITAS NEXT AT END
                 MOVE 'S' TO WS-FIM-AUX.
           IF NOT FIM-AUX AND VI-CLIENTE = OB-CLIENTE
              MOVE 5       TO WS-PS-IDX
              MOVE VI-DATA TO WS-DATA-MARCA
              PERFORM MARCA-PASSO-SISTEMA.
           MOVE 0 TO FS-STAT.
       VERIFICA-PEDIDO.
           MOVE OB-CLIENTE TO CH-CLIENTE
           MOVE OB-DATA-ATIVACAO(1:6) TO CH-ANOMES
           START CLIHIST KEY NOT LESS THAN CH-CHAVE
           MOVE 'N' TO WS-FIM-AUX
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-AUX.
           PERFORM VERIFICA-PEDIDO-PASSO UNTIL FIM-AUX
           MOVE 0 TO FS-STAT.
       VERIFICA-PEDIDO-PASSO.
           READ CLIHIST NEXT AT END
              MOVE 'S' TO WS-FIM-AUX.
           IF NOT FIM-AUX
              IF CH-CLIENTE NOT = OB-CLIENTE
                 MOVE 'S' TO WS-FIM-AUX
              ELSE
                 IF CH-VALOR > 0
                    MOVE 6       TO WS-PS-IDX
                    MOVE WS-HOJE TO WS-DATA-MARCA
                    PERFORM MARCA-PASSO-SISTEMA
                    MOVE 'S' TO WS-FIM-AUX.
      * PASSO NAO FEITO COM O PRAZO ESTOURADO ENTRA NO RELATORIO EM
      * TODA EXECUCAO E NA FILA DE ALERTAS SO DA PRIMEIRA VEZ.
       APURA-ATRASOS.
           MOVE OB-DATA-ATIVACAO TO WS-DATA-CONTA
           PERFORM CALCULA-DIAS-CONTA
           MOVE 0 TO WS-DIAS-DECORRIDOS
           IF WS-DIAS-CONTA < WS-DIAS-HOJE
              COMPUTE WS-DIAS-DECORRIDOS = WS-DIAS-HOJE - WS-DIAS-CONTA.
           MOVE 1 TO WS-PS-IDX
           PERFORM APURA-PASSO UNTIL WS-PS-IDX > 6
           IF WS-DIAS-DECORRIDOS > WS-JANELA
              MOVE 'E'     TO OB-SITUACAO
              MOVE WS-HOJE TO OB-DATA-FIM
              ADD 1 TO WS-QTD-ENCERRADAS
           ELSE
              ADD 1 TO WS-QTD-ANDAMENTO.
       APURA-PASSO.
           IF OB-FEITO (WS-PS-IDX) NOT = 'S'
              AND WS-DIAS-DECORRIDOS > OB-PRAZO (WS-PS-IDX)
              PERFORM REGISTRA-ATRASO
              IF OB-ALERTADO (WS-PS-IDX) NOT = 'S'
                 PERFORM GRAVA-ALERTA-ATRASO
                 MOVE 'S' TO OB-ALERTADO (WS-PS-IDX).
           ADD 1 TO WS-PS-IDX.
       REGISTRA-ATRASO.
           ADD 1 TO WS-QTD-ATRASOS
           IF WS-ATR-QTD < 500
              ADD 1 TO WS-ATR-QTD
              MOVE OB-VENDEDOR      TO WS-ATR-VENDEDOR (WS-ATR-QTD)
              MOVE OB-CLIENTE       TO WS-ATR-CLIENTE  (WS-ATR-QTD)
              MOVE CL-RAZAO         TO WS-ATR-RAZAO    (WS-ATR-QTD)
              MOVE OB-DATA-ATIVACAO TO WS-ATR-ATIVACAO (WS-ATR-QTD)
              MOVE WS-PS-IDX        TO WS-ATR-PASSO    (WS-ATR-QTD)
              MOVE OB-PRAZO (WS-PS-IDX)
                                    TO WS-ATR-PRAZO    (WS-ATR-QTD)
              COMPUTE WS-ATR-ATRASO (WS-ATR-QTD) =
                      WS-DIAS-DECORRIDOS - OB-PRAZO (WS-PS-IDX)
              MOVE 'N'              TO WS-ATR-IMPRESSO (WS-ATR-QTD).
      * -----------------------------------
      * FILA DE ALERTAS: ABERTA UMA VEZ POR EXECUCAO, A PARTIR DO
      * ULTIMO NUMERO GRAVADO.
       ABRE-ALERTA.
           OPEN I-O ALERTA
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT ALERTA
              CLOSE ALERTA
              OPEN I-O ALERTA.
           MOVE 0 TO WS-AL-PROX
           MOVE ZEROS TO AL-NUMERO
           START ALERTA KEY NOT LESS THAN AL-NUMERO
           MOVE 'N' TO WS-AL-FIM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-AL-FIM.
           PERFORM ACHA-ALERTA-PASSO UNTIL WS-AL-FIM = 'S'
           MOVE 0 TO FS-STAT.
       ACHA-ALERTA-PASSO.
           READ ALERTA NEXT AT END
              MOVE 'S' TO WS-AL-FIM.
           IF WS-AL-FIM = 'N'
              MOVE AL-NUMERO TO WS-AL-PROX.
       GRAVA-ALERTA-ATRASO.
           ADD 1 TO WS-AL-PROX
           MOVE WS-AL-PROX TO AL-NUMERO
           MOVE 'SICCV78 ' TO AL-PROGRAMA
           ACCEPT AL-DATA FROM DATE YYYYMMDD
           ACCEPT AL-HORA FROM TIME
           MOVE 'M' TO AL-SEVERIDADE
           MOVE WS-PASSO-DESC (WS-PS-IDX) TO WS-AL-MSG-PASSO
           MOVE WS-AL-MENSAGEM TO AL-MENSAGEM
           MOVE OB-CLIENTE     TO WS-AL-REF-CLIENTE
           MOVE WS-PS-IDX      TO WS-AL-REF-PASSO
           MOVE WS-ALERTA-REF  TO AL-REFERENCIA
           MOVE 'N'    TO AL-RECONHECIDO
           MOVE SPACES TO AL-OPERADOR-REC
           MOVE 0      TO AL-DATA-REC
           WRITE REG-ALERTA
           IF FS-STAT = 00
              ADD 1 TO WS-QTD-ALERTAS.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * RELATORIO: PASSOS EM ATRASO AGRUPADOS POR VENDEDOR (ORDEM DE
      * CODIGO DO VENDEDOR, DENTRO DELE ORDEM DE CLIENTE) E O RESUMO
      * DA EXECUCAO.
       IMPRIME-ATRASOS.
           MOVE WS-HOJE TO L02-DATA
           OPEN OUTPUT LISTAG
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1
           MOVE 9999 TO WS-VDD-ANTERIOR
           IF WS-ATR-QTD = 0
              WRITE LINHA FROM LINHA-06 BEFORE 1
           ELSE
              PERFORM IMPRIME-MENOR-VENDEDOR WS-ATR-QTD TIMES.
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE 'FICHAS ABERTAS NESTA EXECUCAO' TO L08-TEXTO
           MOVE WS-QTD-ABERTAS TO L08-QTD
           WRITE LINHA FROM LINHA-08 BEFORE 1
           MOVE 'FICHAS CONCLUIDAS NESTA EXECUCAO' TO L08-TEXTO
           MOVE WS-QTD-CONCLUIDAS TO L08-QTD
           WRITE LINHA FROM LINHA-08 BEFORE 1
           MOVE 'FICHAS ENCERRADAS INCOMPLETAS' TO L08-TEXTO
           MOVE WS-QTD-ENCERRADAS TO L08-QTD
           WRITE LINHA FROM LINHA-08 BEFORE 1
           MOVE 'FICHAS EM ANDAMENTO' TO L08-TEXTO
           MOVE WS-QTD-ANDAMENTO TO L08-QTD
           WRITE LINHA FROM LINHA-08 BEFORE 1
           MOVE 'PASSOS MARCADOS PELO SISTEMA' TO L08-TEXTO
           MOVE WS-QTD-MARCADOS TO L08-QTD
           WRITE LINHA FROM LINHA-08 BEFORE 1
           MOVE 'PASSOS EM ATRASO' TO L08-TEXTO
           MOVE WS-QTD-ATRASOS TO L08-QTD
           WRITE LINHA FROM LINHA-08 BEFORE 1
           MOVE 'ALERTAS GRAVADOS NA FILA' TO L08-TEXTO
           MOVE WS-QTD-ALERTAS TO L08-QTD
           WRITE LINHA FROM LINHA-08 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1
           CLOSE LISTAG
           MOVE 0 TO FS-STAT.
       IMPRIME-MENOR-VENDEDOR.
           MOVE 0 TO WS-ATR-MENOR
           MOVE 1 TO WS-ATR-IDX
           PERFORM PROCURA-MENOR-VENDEDOR
                   UNTIL WS-ATR-IDX > WS-ATR-QTD
           IF WS-ATR-MENOR > 0
              PERFORM GRAVA-LINHA-ATRASO.
       PROCURA-MENOR-VENDEDOR.
           IF WS-ATR-IMPRESSO (WS-ATR-IDX) = 'N'
              IF WS-ATR-MENOR = 0
                 MOVE WS-ATR-IDX TO WS-ATR-MENOR
              ELSE
                 IF WS-ATR-VENDEDOR (WS-ATR-IDX) <
                    WS-ATR-VENDEDOR (WS-ATR-MENOR)
                    MOVE WS-ATR-IDX TO WS-ATR-MENOR.
           ADD 1 TO WS-ATR-IDX.
       GRAVA-LINHA-ATRASO.
           MOVE 'S' TO WS-ATR-IMPRESSO (WS-ATR-MENOR)
           IF WS-ATR-VENDEDOR (WS-ATR-MENOR) NOT = WS-VDD-ANTERIOR
              PERFORM GRAVA-LINHA-VENDEDOR.
           MOVE WS-ATR-CLIENTE  (WS-ATR-MENOR) TO L05-CLIENTE
           MOVE WS-ATR-RAZAO    (WS-ATR-MENOR) TO L05-RAZAO
           MOVE WS-ATR-ATIVACAO (WS-ATR-MENOR) TO L05-ATIVACAO
           MOVE WS-ATR-PASSO    (WS-ATR-MENOR) TO L05-PASSO
           MOVE WS-PASSO-DESC (WS-ATR-PASSO (WS-ATR-MENOR))
                                               TO L05-DESCRICAO
           MOVE WS-ATR-PRAZO    (WS-ATR-MENOR) TO L05-PRAZO
           MOVE WS-ATR-ATRASO   (WS-ATR-MENOR) TO L05-ATRASO
           WRITE LINHA FROM LINHA-05 BEFORE 1.
       GRAVA-LINHA-VENDEDOR.
           MOVE WS-ATR-VENDEDOR (WS-ATR-MENOR) TO WS-VDD-ANTERIOR
           MOVE WS-ATR-VENDEDOR (WS-ATR-MENOR) TO VD-CODIGO
                                                  L07-VENDEDOR
           READ VENDEDOR
           IF FS-STAT = 00
              MOVE VD-NOME TO L07-NOME
           ELSE
              MOVE 'VENDEDOR NAO CADASTRADO' TO L07-NOME.
           WRITE LINHA FROM SPACES BEFORE 1
           WRITE LINHA FROM LINHA-07 BEFORE 1
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * DIAS CORRIDOS REAIS PELO DIAUTIL (DIA JULIANO DA DATA).
       CALCULA-DIAS-CONTA.
           MOVE 'D' TO WS-DU-FUNCAO
           MOVE WS-DATA-CONTA TO WS-DU-DATA
           MOVE 0 TO WS-DU-DIAS
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
           MOVE WS-DU-DIAS TO WS-DIAS-CONTA.
      * -----------------------------------
      * PRAZOS E JANELA NO PARAMS.DAT; CHAVE AUSENTE, ZERADA OU ACIMA
      * DE 999 DIAS FICA COM O PADRAO DE COMPILACAO.
       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-PARAMS
           ELSE
              MOVE 'N' TO WS-TEM-PARAMS.
           IF ARQUIVO-PARAMS-OK
              MOVE 'ONB-CADASTRO' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0 AND PR-VALOR < 1000
                 MOVE PR-VALOR TO WS-PRAZO-CADASTRO.
           IF ARQUIVO-PARAMS-OK
              MOVE 'ONB-VISITA  ' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0 AND PR-VALOR < 1000
                 MOVE PR-VALOR TO WS-PRAZO-VISITA.
           IF ARQUIVO-PARAMS-OK
              MOVE 'ONB-PEDIDO  ' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0 AND PR-VALOR < 1000
                 MOVE PR-VALOR TO WS-PRAZO-PEDIDO.
           IF ARQUIVO-PARAMS-OK
              MOVE 'ONB-JANELA  ' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0 AND PR-VALOR < 1000
                 MOVE PR-VALOR TO WS-JANELA.
           IF ARQUIVO-PARAMS-OK
              CLOSE PARAMS.
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
           OPEN INPUT AUDIND
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-AUDIND
           ELSE
              MOVE 'N' TO WS-TEM-AUDIND.
           OPEN INPUT CLISITE
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-CLISITE
           ELSE
              MOVE 'N' TO WS-TEM-CLISITE.
           OPEN INPUT CONTATO
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-CONTATO
           ELSE
              MOVE 'N' TO WS-TEM-CONTATO.
           OPEN INPUT VISITAS
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-VISITAS
           ELSE
              MOVE 'N' TO WS-TEM-VISITAS.
           OPEN INPUT CLIHIST
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-CLIHIST
           ELSE
              MOVE 'N' TO WS-TEM-CLIHIST.
           OPEN I-O ONBOARD
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT ONBOARD
              CLOSE ONBOARD
              OPEN I-O ONBOARD.
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
