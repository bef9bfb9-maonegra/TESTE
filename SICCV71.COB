       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV71.
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
      * OBJETIVO.....: SICCV71 - ENVELHECIMENTO E DELEGACAO DAS APROVACOES  *
      *                MONITORA AS FILAS DE APROVACAO DO SUPERVISOR:        *
      *                PROPOSTAS DE REMANEJO E SUSPENSAO (PROPOSTA.DAT,     *
      *                SICCV26), AJUSTES DE COMISSAO (AJUSTE.DAT, SICCV27), *
      *                DESPESAS DE VIAGEM (DESPESA.DAT, SICCV52) E A FILA   *
      *                DE GEOCODIFICACAO (GEOPEND.DAT, SICCV44). A RODADA   *
      *                DIARIA MEDE OS DIAS CORRIDOS DE CADA ITEM PENDENTE   *
      *                CONTRA O PRAZO DA FILA (PRAZO-PROPOS, PRAZO-AJUSTE,  *
      *                PRAZO-DESPES E PRAZO-GEOPEN DO PARAMS.DAT; PADRAO 5, *
      *                5, 5 E 10 DIAS) E ESCALA NA FILA DE ALERTAS          *
      *                (ALERTA.DAT, SICCV37): AVISO QUANDO VENCE O PRAZO,   *
      *                MEDIO NO DOBRO E GRAVE NO TRIPLO, UMA VEZ CADA NIVEL *
      *                (CONTROLE NO ENVELHE.DAT), E LISTA AS FILAS E AS     *
      *                DELEGACOES EM VIGOR. MANTEM TAMBEM AS DELEGACOES DE  *
      *                ALCADA (DELEGA.DAT): O SUPERVISOR INDICA O DELEGADO  *
      *                E O PERIODO, E O SICCV26, O SICCV27 E O SICCV33      *
      *                ACEITAM A DECISAO DO DELEGADO, ANOTANDO O TITULAR.   *
      *                LINHA DE COMANDO: 'ENVELHECE' RODA A VERIFICACAO,    *
      *                SEM TELA.                                            *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY OPERADOR.SEL.
       COPY DELEGA.SEL.
       COPY ENVELHE.SEL.
       COPY PROPOSTA.SEL.
       COPY AJUSTE.SEL.
       COPY DESPESA.SEL.
       COPY GEOPEND.SEL.
       COPY ALERTA.SEL.
       COPY PARAMS.SEL.
       COPY SESSAO.SEL.
           SELECT LISTAG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY SPOOLCAT.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY OPERADOR.FD.
       COPY DELEGA.FD.
       COPY ENVELHE.FD.
       COPY PROPOSTA.FD.
       COPY AJUSTE.FD.
       COPY DESPESA.FD.
       COPY GEOPEND.FD.
       COPY ALERTA.FD.
       COPY PARAMS.FD.
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL: E O TITULAR
      * DA DELEGACAO CADASTRADA NA TELA.
       COPY SESSAO.FD.
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
           05 WS-SPOOL-RELATORIO PIC X(07) VALUE 'SICCV71'.
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
       01  WS-OPERADOR          PIC X(10) VALUE SPACES.
       01  WS-TERMINAL          PIC X(02) VALUE SPACES.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-TEM-PARAMS        PIC X(01) VALUE 'N'.
           88 ARQUIVO-PARAMS-OK      VALUE 'S'.
       01  WS-E-SUPERVISOR      PIC X(01) VALUE 'N'.
       01  WS-OP-VAZIO          PIC X(01) VALUE 'S'.
           88 CADASTRO-OPERADOR-VAZIO VALUE 'S'.
      * CAMPOS DA TELA DE DELEGACAO.
       01  WS-DL-DELEGADO       PIC X(10) VALUE SPACES.
       01  WS-DL-INICIO         PIC 9(08) VALUE ZEROS.
       01  WS-DL-FIM            PIC 9(08) VALUE ZEROS.
       01  WS-DL-OK             PIC X(01) VALUE 'N'.
      * FILAS VERIFICADAS: 1 PROPOSTA, 2 AJUSTE, 3 DESPESA,
      * 4 GEOPEND. O CODIGO DA FILA VAI NA CHAVE DO ENVELHE.DAT E O
      * PRAZO PADRAO (DIAS CORRIDOS) VALE SEM A CHAVE NO PARAMS.DAT.
       01  WS-FILAS-CODIGOS     PIC X(04) VALUE 'PADG'.
       01  WS-FILAS-NOMES.
           05 F                 PIC X(08) VALUE 'PROPOSTA'.
           05 F                 PIC X(08) VALUE 'AJUSTE  '.
           05 F                 PIC X(08) VALUE 'DESPESA '.
           05 F                 PIC X(08) VALUE 'GEOPEND '.
       01  WS-FILAS-NOMES-R REDEFINES WS-FILAS-NOMES.
           05 WS-FL-NOME        PIC X(08) OCCURS 4 TIMES.
       01  WS-FILAS-PRAZOS.
           05 F                 PIC 9(03) VALUE 005.
           05 F                 PIC 9(03) VALUE 005.
           05 F                 PIC 9(03) VALUE 005.
           05 F                 PIC 9(03) VALUE 010.
       01  WS-FILAS-PRAZOS-R REDEFINES WS-FILAS-PRAZOS.
           05 WS-FL-PRAZO       PIC 9(03) OCCURS 4 TIMES.
       01  WS-FILAS-CONTAGEM.
           05 WS-FL-CONTA OCCURS 4 TIMES.
              10 WS-FL-PENDENTES PIC 9(05).
              10 WS-FL-VENCIDOS  PIC 9(05).
       01  WS-FL-IDX            PIC 9(01) VALUE ZEROS.
       01  WS-FILA-ABERTA       PIC X(01) VALUE 'N'.
      * ITEM PENDENTE EM AVALIACAO (QUALQUER FILA).
       01  WS-IT-ITEM           PIC 9(07) VALUE ZEROS.
       01  WS-IT-ENTRADA        PIC 9(08) VALUE ZEROS.
       01  WS-IT-DESCRICAO      PIC X(40) VALUE SPACES.
       01  WS-IT-DIAS           PIC 9(05) VALUE ZEROS.
       01  WS-IT-DIAS-MSG       PIC 9(03) VALUE ZEROS.
       01  WS-IT-PRAZO          PIC 9(03) VALUE ZEROS.
       01  WS-IT-DOBRO          PIC 9(05) VALUE ZEROS.
       01  WS-IT-TRIPLO         PIC 9(05) VALUE ZEROS.
       01  WS-IT-NIVEL          PIC 9(01) VALUE ZEROS.
       01  WS-EV-ACHOU          PIC X(01) VALUE 'N'.
       01  WS-EV-FIM            PIC X(01) VALUE 'N'.
       01  WS-QTD-EXPURGADOS    PIC 9(05) VALUE ZEROS.
      * PARAMETROS DO SUBPROGRAMA DIAUTIL ('D' = DIA JULIANO), PARA
      * OS DIAS CORRIDOS DESDE A ENTRADA NA FILA.
       01  WS-DU-FUNCAO         PIC X(01) VALUE SPACES.
       01  WS-DU-DATA           PIC 9(08) VALUE ZEROS.
       01  WS-DU-DATA-PROX      PIC 9(08) VALUE ZEROS.
       01  WS-DU-DIAS           PIC 9(08) VALUE ZEROS.
       01  WS-DU-UTIL           PIC X(01) VALUE SPACES.
       01  WS-JD-HOJE           PIC 9(08) VALUE ZEROS.
      * PROXIMO NUMERO DA FILA DE ALERTAS (ACHADO UMA VEZ POR RODADA).
       01  WS-AL-FIM            PIC X(01) VALUE 'N'.
       01  WS-AL-PROX           PIC 9(05) VALUE ZEROS.
       01  WS-QTD-PENDENTES     PIC 9(05) VALUE ZEROS.
       01  WS-QTD-VENCIDOS      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ALERTAS       PIC 9(05) VALUE ZEROS.
       01  LINHA-01              PIC X(100) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(46) VALUE
              'FILAS DE APROVACAO - ENVELHECIMENTO'.
           05 F                  PIC X(06) VALUE 'DATA: '.
           05 L02-DATA           PIC 9(08) VALUE ZEROS.
       01  LINHA-03.
           05 F                  PIC X(10) VALUE 'EMISSAO: '.
           05 L03-HOJE           PIC 9(08) VALUE ZEROS.
           05 F                  PIC X(13) VALUE '  OPERADOR: '.
           05 L03-OPERADOR       PIC X(10) VALUE SPACES.
       01  LINHA-04.
           05 F                  PIC X(40) VALUE
              'FILA        ITEM ENTRADA  DIAS PRAZO SIT'.
           05 F                  PIC X(20) VALUE
              'UACAO DESCRICAO'.
       01  LINHA-05.
           05 F                  PIC X(40) VALUE
              '-------- ------- -------- ---- ----- ---'.
           05 F                  PIC X(06) VALUE
              '----- '.
           05 F                  PIC X(40) VALUE ALL '-'.
       01  LINHA-06.
           05 L06-FILA           PIC X(08) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-ITEM           PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-ENTRADA        PIC 9(08) VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-DIAS           PIC ZZZ9 VALUE ZEROS.
           05 F                  PIC X(03) VALUE SPACES.
           05 L06-PRAZO          PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-SITUACAO       PIC X(08) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-DESCRICAO      PIC X(40) VALUE SPACES.
       01  LINHA-07.
           05 F                  PIC X(06) VALUE 'FILA: '.
           05 L07-FILA           PIC X(08) VALUE SPACES.
           05 F                  PIC X(09) VALUE '  PRAZO: '.
           05 L07-PRAZO          PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(13) VALUE '  PENDENTES: '.
           05 L07-PENDENTES      PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(17) VALUE
              '  FORA DO PRAZO: '.
           05 L07-VENCIDOS       PIC ZZZZ9 VALUE ZEROS.
       01  LINHA-08.
           05 F                  PIC X(18) VALUE 'PENDENTES.......: '.
           05 L08-PENDENTES      PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(20) VALUE
              '   FORA DO PRAZO..: '.
           05 L08-VENCIDOS       PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(21) VALUE
              '   ALERTAS GRAVADOS: '.
           05 L08-ALERTAS        PIC ZZZZ9 VALUE ZEROS.
       01  LINHA-09.
           05 F                  PIC X(40) VALUE
              'DELEGACOES EM VIGOR OU PROGRAMADAS'.
       01  LINHA-10.
           05 F                  PIC X(40) VALUE
              'DELEGADO   INICIO   FIM      TITULAR   '.
           05 F                  PIC X(20) VALUE
              'CADASTRO   EM'.
       01  LINHA-11.
           05 L11-DELEGADO       PIC X(10) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L11-INICIO         PIC 9(08) VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L11-FIM            PIC 9(08) VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L11-TITULAR        PIC X(10) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L11-OPERADOR       PIC X(10) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L11-DATA           PIC 9(08) VALUE ZEROS.

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
               "*** FILAS DE APROVACAO   ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - DELEGACAO DE ALCADA".
           02 LINE 08 COLUMN 28  VALUE "2 - ENVELHECER FILAS E LISTAR".
           02 LINE 09 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 11 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 11 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-DELEGA.
           02 LINE 06 COLUMN 12 VALUE "Supervisor titular:".
           02 LINE 08 COLUMN 12 VALUE "Delegado..........:".
           02 LINE 10 COLUMN 12 VALUE "Inicio (AAAAMMDD).:".
           02 LINE 12 COLUMN 12 VALUE "Fim (AAAAMMDD)....:".
           02 LINE 17 COLUMN 12 VALUE
              "(INICIO ZERADO = HOJE; FIM ZERADO EXCLUI; DELEGADO".
           02 LINE 18 COLUMN 12 VALUE
              " EM BRANCO SAI)".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           PERFORM ABRIR-ARQUIVOS
      * SEM TELA NAO HA OPERADOR LOGADO: O RELATORIO ASSINA COMO O
      * PROPRIO PROGRAMA, COMO O RECALCULO DO SICCV16.
           IF WS-PARM-EXECUCAO(1:9) = 'ENVELHECE'
              MOVE 'S' TO WS-MODO-BATCH
              MOVE 'SICCV71   ' TO WS-OPERADOR
              PERFORM ENVELHECE-FILAS.
           IF NOT EXECUCAO-BATCH
              PERFORM LE-OPERADOR-LOGADO
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           CLOSE OPERADOR DELEGA
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
              PERFORM VERIFICA-SUPERVISOR
              IF WS-E-SUPERVISOR NOT = 'S'
                 MOVE 'OPERADOR SEM ALCADA DE SUPERVISOR' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO WS-OPCAO
              ELSE
                 PERFORM TELA-DELEGA UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2
              PERFORM ENVELHECE-FILAS
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO > 2 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * DELEGACAO DE ALCADA: O SUPERVISOR LOGADO E O TITULAR; DIGITA
      * O DELEGADO E O INICIO. SE A DELEGACAO JA EXISTE MOSTRA O FIM
      * E DEIXA ALTERAR (FIM ZERADO EXCLUI); SE NAO, INCLUI. SO O
      * TITULAR MEXE NA PROPRIA DELEGACAO, E O DELEGADO NAO REPASSA
      * A ALCADA RECEBIDA (A TELA EXIGE O MODULO 5).
       TELA-DELEGA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-DELEGA
           DISPLAY(06, 33) WS-OPERADOR
           MOVE SPACES TO WS-DL-DELEGADO
           MOVE 0 TO WS-DL-INICIO WS-DL-FIM
           ACCEPT(08, 33) WS-DL-DELEGADO WITH PROMPT
           IF WS-DL-DELEGADO = SPACES
              MOVE 0 TO WS-OPCAO
           ELSE
              PERFORM CONFERE-DELEGADO.
           IF WS-OPCAO NOT = 0 AND WS-DL-OK = 'S'
              PERFORM ACEITA-PERIODO.
       CONFERE-DELEGADO.
           MOVE 'N' TO WS-DL-OK
           MOVE WS-DL-DELEGADO TO OP-CODIGO
           READ OPERADOR
           IF FS-STAT NOT = 00
              MOVE 'DELEGADO NAO CADASTRADO EM OPERADORES' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              IF WS-DL-DELEGADO = WS-OPERADOR
                 MOVE 'O TITULAR NAO DELEGA A SI MESMO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 DISPLAY(08, 45) OP-NOME
                 MOVE 'S' TO WS-DL-OK.
           MOVE 0 TO FS-STAT.
       ACEITA-PERIODO.
           ACCEPT(10, 33) WS-DL-INICIO WITH PROMPT
           IF WS-DL-INICIO = 0
              MOVE WS-HOJE TO WS-DL-INICIO
              DISPLAY(10, 33) WS-DL-INICIO.
           MOVE WS-DL-DELEGADO TO DG-DELEGADO
           MOVE WS-DL-INICIO   TO DG-INICIO
           READ DELEGA
           IF FS-STAT = 00
              PERFORM ALTERA-DELEGACAO
           ELSE
              MOVE 0 TO FS-STAT
              PERFORM INCLUI-DELEGACAO.
       ALTERA-DELEGACAO.
           DISPLAY(12, 33) DG-FIM
           IF DG-SUPERVISOR NOT = WS-OPERADOR
              MOVE 'DELEGACAO E DO TITULAR' TO WS-MSGERRO
              MOVE DG-SUPERVISOR TO WS-MSGERRO(24:10)
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE DG-FIM TO WS-DL-FIM
              ACCEPT(12, 33) WS-DL-FIM WITH PROMPT UPDATE
              PERFORM GRAVA-DELEGACAO-ALTERACAO.
       GRAVA-DELEGACAO-ALTERACAO.
           IF WS-DL-FIM = 0
              DELETE DELEGA
              MOVE 'DELEGACAO EXCLUIDA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              IF WS-DL-FIM < WS-DL-INICIO
                 MOVE 'FIM ANTERIOR AO INICIO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 MOVE WS-DL-FIM   TO DG-FIM
                 MOVE WS-OPERADOR TO DG-OPERADOR
                 MOVE WS-HOJE     TO DG-DATA
                 REWRITE REG-DELEGA
                 MOVE 'DELEGACAO ALTERADA COM SUCESSO !!!'
                       TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       INCLUI-DELEGACAO.
           ACCEPT(12, 33) WS-DL-FIM WITH PROMPT
           IF WS-DL-FIM < WS-DL-INICIO
              MOVE 'FIM ANTERIOR AO INICIO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE WS-DL-DELEGADO TO DG-DELEGADO
              MOVE WS-DL-INICIO   TO DG-INICIO
              MOVE WS-DL-FIM      TO DG-FIM
              MOVE WS-OPERADOR    TO DG-SUPERVISOR DG-OPERADOR
              MOVE WS-HOJE        TO DG-DATA
              WRITE REG-DELEGA
              IF FS-STAT NOT = 00
                 MOVE 'ERRO AO GRAVAR DELEGACAO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 MOVE 'DELEGACAO INCLUIDA COM SUCESSO !!!'
                       TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
      * SUPERVISOR = OPERADOR LOGADO COM O MODULO 5 LIBERADO, COMO NO
      * SICCV26. SO COM O CADASTRO DE OPERADORES AUSENTE OU VAZIO A
      * TELA FICA ABERTA.
       VERIFICA-SUPERVISOR.
           MOVE 'N' TO WS-E-SUPERVISOR
           PERFORM VERIFICA-OPERADOR-VAZIO
           IF CADASTRO-OPERADOR-VAZIO
              MOVE 'S' TO WS-E-SUPERVISOR
           ELSE
              IF WS-OPERADOR NOT = SPACES
                 MOVE WS-OPERADOR TO OP-CODIGO
                 READ OPERADOR
                 IF FS-STAT = 00
                    IF OP-PODE-MODULO-5
                       MOVE 'S' TO WS-E-SUPERVISOR.
           MOVE 0 TO FS-STAT.
       VERIFICA-OPERADOR-VAZIO.
           MOVE 'S' TO WS-OP-VAZIO
           MOVE LOW-VALUES TO OP-CODIGO
           START OPERADOR KEY NOT LESS THAN OP-CODIGO
           IF FS-STAT = 00
              READ OPERADOR NEXT AT END
                 MOVE 'S' TO WS-OP-VAZIO.
           IF FS-STAT = 00
              MOVE 'N' TO WS-OP-VAZIO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * ENVELHECIMENTO: PERCORRE AS QUATRO FILAS, MEDE OS DIAS
      * CORRIDOS DE CADA ITEM PENDENTE DESDE A ENTRADA E, QUANDO ELE
      * SOBE DE NIVEL (VENCIDO, DOBRO, TRIPLO DO PRAZO), GRAVA O
      * ALERTA E GUARDA O NIVEL NO ENVELHE.DAT PARA NAO REPETIR. NO
      * FIM APAGA DO CONTROLE O QUE JA SAIU DAS FILAS E LISTA AS
      * DELEGACOES EM VIGOR.
       ENVELHECE-FILAS.
           INITIALIZE WS-FILAS-CONTAGEM
           MOVE 0 TO WS-QTD-PENDENTES WS-QTD-VENCIDOS WS-QTD-ALERTAS
                     WS-QTD-EXPURGADOS
           PERFORM LE-PARAMETROS
           MOVE 'D' TO WS-DU-FUNCAO
           MOVE WS-HOJE TO WS-DU-DATA
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
           MOVE WS-DU-DIAS TO WS-JD-HOJE
           PERFORM ABRE-ALERTA
           OPEN I-O ENVELHE
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT ENVELHE
              CLOSE ENVELHE
              OPEN I-O ENVELHE.
           MOVE 0 TO FS-STAT
           PERFORM ABRE-SPOOL
           MOVE WS-HOJE     TO L02-DATA L03-HOJE
           MOVE WS-OPERADOR TO L03-OPERADOR
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           WRITE LINHA FROM LINHA-04 BEFORE 1
           WRITE LINHA FROM LINHA-05 BEFORE 1
           PERFORM ENVELHECE-PROPOSTAS
           PERFORM ENVELHECE-AJUSTES
           PERFORM ENVELHECE-DESPESAS
           PERFORM ENVELHECE-GEOPEND
           PERFORM EXPURGA-CONTROLE
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE 1 TO WS-FL-IDX
           PERFORM IMPRIME-TOTAL-FILA UNTIL WS-FL-IDX > 4
           MOVE WS-QTD-PENDENTES TO L08-PENDENTES
           MOVE WS-QTD-VENCIDOS  TO L08-VENCIDOS
           MOVE WS-QTD-ALERTAS   TO L08-ALERTAS
           WRITE LINHA FROM LINHA-08 BEFORE 2
           PERFORM IMPRIME-DELEGACOES
           WRITE LINHA FROM LINHA-01 BEFORE 1
           CLOSE LISTAG ALERTA ENVELHE
           IF EXECUCAO-BATCH
              DISPLAY 'FILAS DE APROVACAO - PENDENTES: '
                      WS-QTD-PENDENTES
                      ' FORA DO PRAZO: ' WS-QTD-VENCIDOS
                      ' ALERTAS: ' WS-QTD-ALERTAS
           ELSE
              MOVE 'ALERTAS GRAVADOS:' TO WS-MSGERRO
              MOVE WS-QTD-ALERTAS TO WS-MSGERRO(19:5)
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
      * CADA FILA E LIDA SO PARA CONSULTA; FILA AUSENTE NAO TEM
      * PENDENCIA.
       ENVELHECE-PROPOSTAS.
           MOVE 1 TO WS-FL-IDX
           MOVE 'S' TO WS-FIM-ARQ
           MOVE 'N' TO WS-FILA-ABERTA
           OPEN INPUT PROPOSTA
           IF FS-STAT = 00
              MOVE 'S' TO WS-FILA-ABERTA
              MOVE 'N' TO WS-FIM-ARQ
              MOVE ZEROS TO PP-NUMERO
              START PROPOSTA KEY NOT LESS THAN PP-NUMERO
              IF FS-STAT NOT = 00
                 MOVE 'S' TO WS-FIM-ARQ.
           PERFORM PROPOSTA-PASSO UNTIL FIM-ARQ
           IF WS-FILA-ABERTA = 'S'
              CLOSE PROPOSTA.
           MOVE 0 TO FS-STAT.
       PROPOSTA-PASSO.
           READ PROPOSTA NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF PROPOSTA-PENDENTE
                 MOVE PP-NUMERO TO WS-IT-ITEM
                 MOVE PP-DATA   TO WS-IT-ENTRADA
                 MOVE PP-MOTIVO TO WS-IT-DESCRICAO
                 PERFORM AVALIA-ITEM.
       ENVELHECE-AJUSTES.
           MOVE 2 TO WS-FL-IDX
           MOVE 'S' TO WS-FIM-ARQ
           MOVE 'N' TO WS-FILA-ABERTA
           OPEN INPUT AJUSTE
           IF FS-STAT = 00
              MOVE 'S' TO WS-FILA-ABERTA
              MOVE 'N' TO WS-FIM-ARQ
              MOVE ZEROS TO AJ-NUMERO
              START AJUSTE KEY NOT LESS THAN AJ-NUMERO
              IF FS-STAT NOT = 00
                 MOVE 'S' TO WS-FIM-ARQ.
           PERFORM AJUSTE-PASSO UNTIL FIM-ARQ
           IF WS-FILA-ABERTA = 'S'
              CLOSE AJUSTE.
           MOVE 0 TO FS-STAT.
       AJUSTE-PASSO.
           READ AJUSTE NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF AJUSTE-PENDENTE
                 MOVE AJ-NUMERO      TO WS-IT-ITEM
                 MOVE AJ-DATA        TO WS-IT-ENTRADA
                 MOVE AJ-COMPLEMENTO TO WS-IT-DESCRICAO
                 PERFORM AVALIA-ITEM.
       ENVELHECE-DESPESAS.
           MOVE 3 TO WS-FL-IDX
           MOVE 'S' TO WS-FIM-ARQ
           MOVE 'N' TO WS-FILA-ABERTA
           OPEN INPUT DESPESA
           IF FS-STAT = 00
              MOVE 'S' TO WS-FILA-ABERTA
              MOVE 'N' TO WS-FIM-ARQ
              MOVE ZEROS TO DP-NUMERO
              START DESPESA KEY NOT LESS THAN DP-NUMERO
              IF FS-STAT NOT = 00
                 MOVE 'S' TO WS-FIM-ARQ.
           PERFORM DESPESA-PASSO UNTIL FIM-ARQ
           IF WS-FILA-ABERTA = 'S'
              CLOSE DESPESA.
           MOVE 0 TO FS-STAT.
       DESPESA-PASSO.
           READ DESPESA NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF DESPESA-PENDENTE
                 MOVE DP-NUMERO      TO WS-IT-ITEM
                 MOVE DP-DATA        TO WS-IT-ENTRADA
                 MOVE DP-COMPLEMENTO TO WS-IT-DESCRICAO
                 PERFORM AVALIA-ITEM.
      * NA GEOPEND TODO REGISTRO E PENDENTE; O ITEM E O CLIENTE.
       ENVELHECE-GEOPEND.
           MOVE 4 TO WS-FL-IDX
           MOVE 'S' TO WS-FIM-ARQ
           MOVE 'N' TO WS-FILA-ABERTA
           OPEN INPUT GEOPEND
           IF FS-STAT = 00
              MOVE 'S' TO WS-FILA-ABERTA
              MOVE 'N' TO WS-FIM-ARQ
              MOVE ZEROS TO GE-CLIENTE
              START GEOPEND KEY NOT LESS THAN GE-CLIENTE
              IF FS-STAT NOT = 00
                 MOVE 'S' TO WS-FIM-ARQ.
           PERFORM GEOPEND-PASSO UNTIL FIM-ARQ
           IF WS-FILA-ABERTA = 'S'
              CLOSE GEOPEND.
           MOVE 0 TO FS-STAT.
       GEOPEND-PASSO.
           READ GEOPEND NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE GE-CLIENTE TO WS-IT-ITEM
              MOVE GE-DATA    TO WS-IT-ENTRADA
              MOVE GE-MOTIVO  TO WS-IT-DESCRICAO
              PERFORM AVALIA-ITEM.
       AVALIA-ITEM.
           ADD 1 TO WS-QTD-PENDENTES WS-FL-PENDENTES (WS-FL-IDX)
           MOVE 'D' TO WS-DU-FUNCAO
           MOVE WS-IT-ENTRADA TO WS-DU-DATA
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
           MOVE 0 TO WS-IT-DIAS
           IF WS-JD-HOJE > WS-DU-DIAS
              COMPUTE WS-IT-DIAS = WS-JD-HOJE - WS-DU-DIAS.
           MOVE WS-FL-PRAZO (WS-FL-IDX) TO WS-IT-PRAZO
           COMPUTE WS-IT-DOBRO  = WS-IT-PRAZO * 2
           COMPUTE WS-IT-TRIPLO = WS-IT-PRAZO * 3
           MOVE 0 TO WS-IT-NIVEL
           IF WS-IT-PRAZO > 0 AND WS-IT-DIAS > WS-IT-PRAZO
              MOVE 1 TO WS-IT-NIVEL
              ADD 1 TO WS-QTD-VENCIDOS WS-FL-VENCIDOS (WS-FL-IDX)
              IF WS-IT-DIAS > WS-IT-DOBRO
                 MOVE 2 TO WS-IT-NIVEL.
           IF WS-IT-NIVEL = 2 AND WS-IT-DIAS > WS-IT-TRIPLO
              MOVE 3 TO WS-IT-NIVEL.
           PERFORM CONTROLA-NIVEL
           MOVE WS-FL-NOME (WS-FL-IDX) TO L06-FILA
           MOVE WS-IT-ITEM      TO L06-ITEM
           MOVE WS-IT-ENTRADA   TO L06-ENTRADA
           MOVE WS-IT-DIAS      TO L06-DIAS
           MOVE WS-IT-PRAZO     TO L06-PRAZO
           MOVE WS-IT-DESCRICAO TO L06-DESCRICAO
           IF WS-IT-NIVEL = 0
              MOVE 'NO PRAZO' TO L06-SITUACAO.
           IF WS-IT-NIVEL = 1
              MOVE 'VENCIDO ' TO L06-SITUACAO.
           IF WS-IT-NIVEL = 2
              MOVE '2X PRAZO' TO L06-SITUACAO.
           IF WS-IT-NIVEL = 3
              MOVE '3X PRAZO' TO L06-SITUACAO.
           WRITE LINHA FROM LINHA-06 BEFORE 1.
      * NIVEL JA ALERTADO DO ITEM; SO ALERTA QUANDO SOBE. O ITEM
      * VISTO HOJE FICA MARCADO PARA O EXPURGO NAO APAGAR.
       CONTROLA-NIVEL.
           MOVE WS-FILAS-CODIGOS(WS-FL-IDX:1) TO EV-FILA
           MOVE WS-IT-ITEM TO EV-ITEM
           READ ENVELHE
           IF FS-STAT = 00
              MOVE 'S' TO WS-EV-ACHOU
           ELSE
              MOVE 'N' TO WS-EV-ACHOU
              MOVE WS-FILAS-CODIGOS(WS-FL-IDX:1) TO EV-FILA
              MOVE WS-IT-ITEM TO EV-ITEM
              MOVE 0 TO EV-NIVEL EV-DATA.
           IF WS-IT-NIVEL > EV-NIVEL
              PERFORM ESCALA-ITEM
              MOVE WS-IT-NIVEL TO EV-NIVEL
              MOVE WS-HOJE TO EV-DATA.
           MOVE WS-HOJE TO EV-VISTO
           IF WS-EV-ACHOU = 'S'
              REWRITE REG-ENVELHE
           ELSE
              IF EV-NIVEL > 0
                 WRITE REG-ENVELHE.
           MOVE 0 TO FS-STAT.
       ESCALA-ITEM.
           MOVE WS-IT-DIAS TO WS-IT-DIAS-MSG
           IF WS-IT-DIAS > 999
              MOVE 999 TO WS-IT-DIAS-MSG.
           ADD 1 TO WS-AL-PROX
           MOVE WS-AL-PROX TO AL-NUMERO
           MOVE 'SICCV71 ' TO AL-PROGRAMA
           MOVE WS-HOJE TO AL-DATA
           ACCEPT AL-HORA FROM TIME
           MOVE SPACES TO AL-MENSAGEM AL-REFERENCIA
           IF WS-IT-NIVEL = 1
              MOVE 'A' TO AL-SEVERIDADE
              STRING WS-FL-NOME (WS-FL-IDX) ' PENDENTE HA '
                     WS-IT-DIAS-MSG ' DIAS (VENCIDO)'
                     DELIMITED BY SIZE INTO AL-MENSAGEM.
           IF WS-IT-NIVEL = 2
              MOVE 'M' TO AL-SEVERIDADE
              STRING WS-FL-NOME (WS-FL-IDX) ' PENDENTE HA '
                     WS-IT-DIAS-MSG ' DIAS (2X PRAZO)'
                     DELIMITED BY SIZE INTO AL-MENSAGEM.
           IF WS-IT-NIVEL = 3
              MOVE 'G' TO AL-SEVERIDADE
              STRING WS-FL-NOME (WS-FL-IDX) ' PENDENTE HA '
                     WS-IT-DIAS-MSG ' DIAS (3X PRAZO)'
                     DELIMITED BY SIZE INTO AL-MENSAGEM.
           STRING WS-FL-NOME (WS-FL-IDX) (1:3) '/' WS-IT-ITEM
                  DELIMITED BY SIZE INTO AL-REFERENCIA
           MOVE 'N'    TO AL-RECONHECIDO
           MOVE SPACES TO AL-OPERADOR-REC
           MOVE 0      TO AL-DATA-REC
           WRITE REG-ALERTA
           IF FS-STAT = 00
              ADD 1 TO WS-QTD-ALERTAS.
           MOVE 0 TO FS-STAT.
      * TIRA DO CONTROLE OS ITENS NAO VISTOS NESTA RODADA (JA
      * DECIDIDOS OU RESOLVIDOS).
       EXPURGA-CONTROLE.
           MOVE LOW-VALUES TO EV-CHAVE
           START ENVELHE KEY NOT LESS THAN EV-CHAVE
           MOVE 'N' TO WS-EV-FIM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-EV-FIM.
           PERFORM EXPURGA-CONTROLE-PASSO UNTIL WS-EV-FIM = 'S'
           MOVE 0 TO FS-STAT.
       EXPURGA-CONTROLE-PASSO.
           READ ENVELHE NEXT AT END
              MOVE 'S' TO WS-EV-FIM.
           IF WS-EV-FIM = 'N'
              IF EV-VISTO < WS-HOJE
                 DELETE ENVELHE
                 ADD 1 TO WS-QTD-EXPURGADOS.
       IMPRIME-TOTAL-FILA.
           MOVE WS-FL-NOME (WS-FL-IDX)      TO L07-FILA
           MOVE WS-FL-PRAZO (WS-FL-IDX)     TO L07-PRAZO
           MOVE WS-FL-PENDENTES (WS-FL-IDX) TO L07-PENDENTES
           MOVE WS-FL-VENCIDOS (WS-FL-IDX)  TO L07-VENCIDOS
           WRITE LINHA FROM LINHA-07 BEFORE 1
           ADD 1 TO WS-FL-IDX.
      * DELEGACOES AINDA NAO VENCIDAS, PARA O SUPERVISOR CONFERIR
      * QUEM ESTA DECIDINDO POR QUEM.
       IMPRIME-DELEGACOES.
           WRITE LINHA FROM LINHA-09 BEFORE 1
           WRITE LINHA FROM LINHA-10 BEFORE 1
           MOVE LOW-VALUES TO DG-CHAVE
           START DELEGA KEY NOT LESS THAN DG-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM DELEGACAO-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       DELEGACAO-PASSO.
           READ DELEGA NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF DG-FIM NOT < WS-HOJE
                 MOVE DG-DELEGADO   TO L11-DELEGADO
                 MOVE DG-INICIO     TO L11-INICIO
                 MOVE DG-FIM        TO L11-FIM
                 MOVE DG-SUPERVISOR TO L11-TITULAR
                 MOVE DG-OPERADOR   TO L11-OPERADOR
                 MOVE DG-DATA       TO L11-DATA
                 WRITE LINHA FROM LINHA-11 BEFORE 1.
      * PRAZOS DAS FILAS NO PARAMS.DAT; CHAVE AUSENTE FICA COM O
      * PADRAO DE COMPILACAO.
       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-PARAMS
           ELSE
              MOVE 'N' TO WS-TEM-PARAMS.
           IF ARQUIVO-PARAMS-OK
              MOVE 'PRAZO-PROPOS' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0
                 MOVE PR-VALOR TO WS-FL-PRAZO (1).
           IF ARQUIVO-PARAMS-OK
              MOVE 'PRAZO-AJUSTE' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0
                 MOVE PR-VALOR TO WS-FL-PRAZO (2).
           IF ARQUIVO-PARAMS-OK
              MOVE 'PRAZO-DESPES' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0
                 MOVE PR-VALOR TO WS-FL-PRAZO (3).
           IF ARQUIVO-PARAMS-OK
              MOVE 'PRAZO-GEOPEN' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0
                 MOVE PR-VALOR TO WS-FL-PRAZO (4).
           IF ARQUIVO-PARAMS-OK
              CLOSE PARAMS.
           MOVE 0 TO FS-STAT.
      * ABRE A FILA DE ALERTAS E ACHA O ULTIMO NUMERO USADO.
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
      * -----------------------------------
      * OPERADOR LOGADO NO TERMINAL (SESSAO DO MENU PRINCIPAL); SEM
      * SESSAO, PERGUNTA.
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
           IF WS-OPERADOR = SPACES
              DISPLAY(15, 14) "OPERADOR..: "
              ACCEPT(15, 26) WS-OPERADOR.
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
           OPEN INPUT OPERADOR
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT OPERADOR
              CLOSE OPERADOR
              OPEN INPUT OPERADOR.
           OPEN I-O DELEGA
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT DELEGA
              CLOSE DELEGA
              OPEN I-O DELEGA.
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
