      *                PARECER); AS APROVADAS SAO APLICADAS EM LOTE COM     *
      *                HISTCART E AUDITORIA. LINHA DE COMANDO 'APLICA'      *
      *                RODA SO A APLICACAO.                                 *
      *                A PROPOSTA PODE TER VIGENCIA FUTURA: A APROVADA SO   *
      *                E APLICADA A PARTIR DA DATA, PELO PASSO 'APLICA' DA  *
      *                CADEIA NOTURNA (SICCV35). DESTINO INATIVO OU LOTADO  *
      *                (VD-CAPACIDADE OU MAX-CARTEIRA DO PARAMS.DAT) ADIA   *
      *                A APLICACAO COM ALERTA NO ALERTA.DAT. 'AGENDA' (OU   *
      *                A OPCAO 4) GRAVA NO SPOOL OS REMANEJOS AGENDADOS     *
      *                PARA OS PROXIMOS 30 DIAS, POR VENDEDOR QUE PERDE E   *
      *                QUE RECEBE O CLIENTE, PARA O AVISO COM ANTECEDENCIA. *
      *                COM EQUIPES DE VENDAS (SICCV72), A PROPOSTA DE       *
      *                VENDEDOR DE UMA EQUIPE SO E DECIDIDA PELO SUPERVISOR *
      *                DELA OU POR QUEM ELE DELEGOU NO PERIODO (MESMO OUTRO *
      *                SUPERVISOR), COM O TITULAR ANOTADO; AS DAS OUTRAS    *
      *                EQUIPES SAO PULADAS E CONTADAS NO FIM DA REVISAO.    *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       COPY VENDEDOR.SEL.
       COPY CARTEIRA.SEL.
       COPY OPERADOR.SEL.
       COPY EQUIPE.SEL.
       COPY DELEGA.SEL.
       COPY AUDIND.SEL.
       COPY PROPOSTA.SEL.
           SELECT HISTCART ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY SESSAO.SEL.
       COPY PARAMS.SEL.
       COPY ALERTA.SEL.
       COPY SPOOLCAT.SEL.
           SELECT PROPTMP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY PT-CHAVE.
           SELECT LISTAG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY VENDEDOR.FD.
       COPY CARTEIRA.FD.
       COPY OPERADOR.FD.
       COPY EQUIPE.FD.
       COPY DELEGA.FD.
       COPY AUDIND.FD.
       COPY PROPOSTA.FD.
       FD  HISTCART LABEL RECORD IS STANDARD
           05 HC-VENDEDOR-NOVO      PIC 9(03).
           05 HC-F4                 PIC X(01).
           05 HC-DISTANCIA          PIC 9(05)V9(3).
           05 HC-FS                 PIC X(01).
           05 HC-SELO               PIC X(19).
       FD  AUDCSV   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-AUDCLI.
       01  REG-AUDCSV.
           05 AU-STATUS-ANTES     PIC X(01).
           05 AU-F12               PIC X(01).
           05 AU-STATUS-DEPOIS    PIC X(01).
           05 AU-FS               PIC X(01).
           05 AU-SELO             PIC X(19).
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL: O TERMINAL
      * DESTE PROCESSO VEM DA VARIAVEL DE AMBIENTE SICCVTERM E A
      * SESSAO DELE E LIDA NO SESSAO.DAT, PARA ASSINAR A AUDITORIA
      * SEM NOVA IDENTIFICACAO AQUI.
       COPY SESSAO.FD.
       COPY PARAMS.FD.
       COPY ALERTA.FD.
      * REMANEJOS AGENDADOS ORDENADOS POR (VENDEDOR, VIGENCIA): CADA
      * PROPOSTA ENTRA DUAS VEZES, 'S' NO VENDEDOR QUE PERDE O
      * CLIENTE E 'E' NO QUE RECEBE.
       FD  PROPTMP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-PROPTMP.
       01  REG-PROPTMP.
           05 PT-CHAVE.
              10 PT-VENDEDOR    PIC 9(03).
              10 PT-VIGENCIA    PIC 9(08).
              10 PT-NUMERO      PIC 9(05).
              10 PT-MOVIMENTO   PIC X(01).
           05 PT-CLIENTE        PIC 9(07).
           05 PT-OUTRO          PIC 9(03).
       FD  LISTAG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-SPOOL-ARQ.
       01  LINHA PIC X(230).
       COPY SPOOLCAT.FD.
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY AUDSELO.WS.
       COPY JORNAL.WS.
      * SPOOL DE RELATORIO: CADA RODADA GRAVA UM ARQUIVO DATADO EM
      * DISCO, REGISTRADO NO CATALOGO, NO LUGAR DE IR DIRETO PARA A
      * IMPRESSORA; A REIMPRESSAO E FEITA PELO GERENCIADOR DE SPOOL
      * E O SICCV59 REPARTE A GERACAO POR VENDEDOR.
       01  WS-SPOOL-ARQ.
           05 F                  PIC X(06) VALUE 'SPOOL.'.
           05 WS-SPOOL-RELATORIO PIC X(07) VALUE 'SICCV26'.
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
           88 FIM-ARQ                VALUE 'S'.
       01  WS-PROX-NUMERO       PIC 9(05) VALUE ZEROS.
       01  WS-E-SUPERVISOR      PIC X(01) VALUE 'N'.
      * DELEGACAO DE ALCADA (DELEGA.DAT): TITULAR QUE DELEGOU AO
      * OPERADOR LOGADO; BRANCO QUANDO ELE MESMO E SUPERVISOR.
       01  WS-DELEGANTE         PIC X(10) VALUE SPACES.
       01  WS-DG-FIM            PIC X(01) VALUE 'N'.
       01  WS-DG-ABERTO         PIC X(01) VALUE 'N'.
      * EQUIPE DE VENDAS (EQUIPE.DAT, SICCV72): ITEM DE VENDEDOR COM
      * EQUIPE SO E DECIDIDO PELO SUPERVISOR DELA (OU PELO DELEGADO
      * DELE); WS-DELEG-ITEM E O TITULAR ANOTADO NA DECISAO DO ITEM.
       01  WS-TEM-EQUIPE        PIC X(01) VALUE 'N'.
           88 ARQUIVO-EQUIPE-OK      VALUE 'S'.
       01  WS-DELEG-ITEM        PIC X(10) VALUE SPACES.
      * DELEGACAO PROCURADA NO DELEGA.DAT: TITULAR EXIGIDO (BRANCO =
      * QUALQUER UM) E O TITULAR ACHADO (BRANCO = NENHUMA VIGENTE).
       01  WS-DG-TITULAR        PIC X(10) VALUE SPACES.
       01  WS-DG-ACHOU          PIC X(10) VALUE SPACES.
       01  WS-EQ-ITEM           PIC 9(03) VALUE ZEROS.
       01  WS-DA-EQUIPE         PIC X(01) VALUE 'S'.
       01  WS-QTD-OUTRAS        PIC 9(05) VALUE ZEROS.
       01  WS-OP-VAZIO          PIC X(01) VALUE 'S'.
           88 CADASTRO-OPERADOR-VAZIO VALUE 'S'.
       01  WS-QTD-APLICADAS     PIC 9(05) VALUE ZEROS.
           05 WS-PP-MOTIVO      PIC X(40) VALUE SPACES.
       01  WS-PARECER           PIC X(40) VALUE SPACES.
       01  WS-STATUS-ANTES      PIC X(01) VALUE SPACES.
       01  WS-PP-VIGENCIA       PIC 9(08) VALUE ZEROS.
       01  WS-PP-VIGENCIA-R REDEFINES WS-PP-VIGENCIA.
           05 WS-VIG-ANO        PIC 9(04).
           05 WS-VIG-MES        PIC 9(02).
           05 WS-VIG-DIA        PIC 9(02).
      * CARTEIRA ATUAL DE CADA VENDEDOR (CONTADA NO CARTEIRA.DAT NO
      * INICIO DA APLICACAO E ACOMPANHADA A CADA REMANEJO) E O TETO
      * PADRAO PARA QUEM NAO TEM VD-CAPACIDADE.
       01  WS-CARGAS.
           05 WS-CARGA          PIC 9(05) OCCURS 999 TIMES.
       01  WS-MAX-CARTEIRA      PIC 9(05) VALUE 00200.
       01  WS-CAPACIDADE        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ADIADAS       PIC 9(05) VALUE ZEROS.
       01  WS-ADIA-MOTIVO       PIC X(40) VALUE SPACES.
       01  WS-TEM-PARAMS        PIC X(01) VALUE 'N'.
           88 ARQUIVO-PARAMS-OK      VALUE 'S'.
      * PROXIMO NUMERO DA FILA DE ALERTAS (ACHADO UMA VEZ POR RODADA).
       01  WS-AL-FIM            PIC X(01) VALUE 'N'.
       01  WS-AL-PROX           PIC 9(05) VALUE ZEROS.
      * PARAMETROS DO SUBPROGRAMA DIAUTIL ('D' = DIA JULIANO, PARA A
      * JANELA DE 30 DIAS DA AGENDA E A DATA DE VIGENCIA).
       01  WS-DU-FUNCAO         PIC X(01) VALUE SPACES.
       01  WS-DU-DATA           PIC 9(08) VALUE ZEROS.
       01  WS-DU-DATA-PROX      PIC 9(08) VALUE ZEROS.
       01  WS-DU-DIAS           PIC 9(08) VALUE ZEROS.
       01  WS-DU-UTIL           PIC X(01) VALUE SPACES.
       01  WS-JDN-HOJE          PIC 9(08) VALUE ZEROS.
       01  WS-AG-DIAS           PIC S9(08) VALUE ZEROS.
       01  WS-AG-JANELA         PIC 9(03) VALUE 030.
      * DATA A CONFERIR PELO CONFERE-DIA-DO-MES (VIRA O DIA 1 DO MES
      * SEGUINTE DURANTE A CONFERENCIA).
       01  WS-DC-DATA           PIC 9(08) VALUE ZEROS.
       01  WS-DC-DATA-R REDEFINES WS-DC-DATA.
           05 WS-DC-ANO         PIC 9(04).
           05 WS-DC-MES         PIC 9(02).
           05 WS-DC-DIA         PIC 9(02).
       01  WS-DC-JDN            PIC 9(08) VALUE ZEROS.
       01  WS-DC-VALIDA         PIC X(01) VALUE 'S'.
       01  WS-QTD-AGENDADAS     PIC 9(05) VALUE ZEROS.
       01  WS-VDD-CORRENTE      PIC 9(03) VALUE ZEROS.
       01  LINHA-01              PIC X(80) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(45) VALUE
              'REMANEJOS AGENDADOS - PROXIMOS 30 DIAS - DE '.
           05 L02-HOJE           PIC 9(08) VALUE ZEROS.
       01  LINHA-03.
           05 F                  PIC X(10) VALUE 'VENDEDOR: '.
           05 L03-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L03-NOME           PIC X(40) VALUE SPACES.
       01  LINHA-04          PIC X(80) VALUE "VIGENCIA  PROP.   MOVTO  C
      -    "LIENTE  RAZAO SOCIAL                    OUTRO VEND.".
       01  LINHA-05          PIC X(80) VALUE "--------  -----   -----  -
      -    "------  ------------------------------  -----------".
       01  LINHA-06.
           05 L06-VIGENCIA       PIC 9(08) VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L06-NUMERO         PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(03) VALUE SPACES.
           05 L06-MOVIMENTO      PIC X(05) VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L06-CLIENTE        PIC 9(07) VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L06-RAZAO          PIC X(30) VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L06-SENTIDO        PIC X(05) VALUE SPACES.
           05 F                  PIC X(03) VALUE SPACES.
           05 L06-OUTRO          PIC ZZ9 VALUE ZEROS.
       01  LINHA-07.
           05 F                  PIC X(30) VALUE
              'TOTAL DE REMANEJOS AGENDADOS: '.
           05 L07-QTD            PIC ZZZZ9 VALUE ZEROS.

       SCREEN SECTION.
       01  SS-JANELA.
           02 LINE 07 COLUMN 28  VALUE "1 - REGISTRAR PROPOSTA".
           02 LINE 08 COLUMN 28  VALUE "2 - REVISAR PENDENTES".
           02 LINE 09 COLUMN 28  VALUE "3 - APLICAR APROVADAS".
           02 LINE 10 COLUMN 28  VALUE "4 - AGENDA DE REMANEJOS".
           02 LINE 11 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 13 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 13 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-PROPOSTA.
           02 LINE 06 COLUMN 12 VALUE "Cliente...........:".
           02 LINE 08 COLUMN 12 VALUE "Do vendedor.......:".
           02 LINE 10 COLUMN 12 VALUE "Para o vendedor...:".
           02 LINE 12 COLUMN 12 VALUE "Motivo............:".
           02 LINE 14 COLUMN 12 VALUE "Vigente a partir..:".
           02 LINE 14 COLUMN 43 VALUE "(AAAAMMDD, ZERO = IMEDIATA)".
       01  SS-TELA-REVISAO.
           02 LINE 05 COLUMN 12 VALUE "Proposta..........:".
           02 LINE 06 COLUMN 12 VALUE "Data/Operador.....:".
           02 LINE 10 COLUMN 12 VALUE "Do vendedor.......:".
           02 LINE 11 COLUMN 12 VALUE "Para o vendedor...:".
           02 LINE 13 COLUMN 12 VALUE "Motivo............:".
           02 LINE 14 COLUMN 12 VALUE "Vigente a partir..:".
           02 LINE 17 COLUMN 12 VALUE
              "(A)PROVAR (R)EJEITAR (P)ROXIMA (S)AIR:".
       PROCEDURE DIVISION.
           PERFORM ABRIR-ARQUIVOS
           PERFORM LE-OPERADOR-LOGADO
           IF WS-PARM-EXECUCAO(1:6) = 'APLICA'
              OR WS-PARM-EXECUCAO(1:6) = 'AGENDA'
              MOVE 'S' TO WS-MODO-BATCH
              IF WS-OPERADOR = SPACES
                 MOVE 'SICCV26   ' TO WS-OPERADOR.
           IF WS-PARM-EXECUCAO(1:6) = 'APLICA'
              PERFORM APLICA-APROVADAS.
           IF WS-PARM-EXECUCAO(1:6) = 'AGENDA'
              PERFORM AGENDA-REMANEJOS.
           IF NOT EXECUCAO-BATCH
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
      * -----------------------------------
       FINALIZA.
           CLOSE CLIENTES VENDEDOR CARTEIRA OPERADOR PROPOSTA
                 HISTCART AUDCSV AUDIND ALERTA
           IF ARQUIVO-EQUIPE-OK
              CLOSE EQUIPE.
           IF EXECUCAO-BATCH
              STOP RUN.
           DISPLAY(01, 01) ERASE
           IF WS-OPCAO = 3
              PERFORM APLICA-APROVADAS
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 4
              PERFORM AGENDA-REMANEJOS
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO > 4 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
                 PERFORM MOSTRA-ERRO
              ELSE
                 ACCEPT(12, 33) WS-PP-MOTIVO WITH PROMPT
                 PERFORM PROPOSTA-VIGENCIA.
      * VIGENCIA ZERO = APLICAR NA PROXIMA APLICACAO; DATA PASSADA OU
      * INVALIDA NAO E ACEITA.
       PROPOSTA-VIGENCIA.
           MOVE ZEROS TO WS-PP-VIGENCIA
           ACCEPT(14, 33) WS-PP-VIGENCIA WITH PROMPT
           MOVE 'S' TO WS-DC-VALIDA
           IF WS-PP-VIGENCIA NOT = 0
              IF WS-PP-VIGENCIA < WS-HOJE
                 OR WS-VIG-MES < 1 OR WS-VIG-MES > 12
                 OR WS-VIG-DIA < 1 OR WS-VIG-DIA > 31
                 MOVE 'N' TO WS-DC-VALIDA
              ELSE
                 MOVE WS-PP-VIGENCIA TO WS-DC-DATA
                 PERFORM CONFERE-DIA-DO-MES.
           IF WS-DC-VALIDA NOT = 'S'
              MOVE 'DATA DE VIGENCIA INVALIDA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              PERFORM GRAVA-PROPOSTA.
      * O DIA TEM DE EXISTIR NO MES (20260231 NAO PASSA): PELO DIAUTIL,
      * O DIA JULIANO DA DATA FICA ANTES DO DIA 1 DO MES SEGUINTE.
       CONFERE-DIA-DO-MES.
           MOVE 'D' TO WS-DU-FUNCAO
           MOVE WS-DC-DATA TO WS-DU-DATA
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
           MOVE WS-DU-DIAS TO WS-DC-JDN
           MOVE 1 TO WS-DC-DIA
           IF WS-DC-MES = 12
              MOVE 1 TO WS-DC-MES
              ADD 1 TO WS-DC-ANO
           ELSE
              ADD 1 TO WS-DC-MES.
           MOVE 'D' TO WS-DU-FUNCAO
           MOVE WS-DC-DATA TO WS-DU-DATA
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
           IF WS-DC-JDN < WS-DU-DIAS
              MOVE 'S' TO WS-DC-VALIDA
           ELSE
              MOVE 'N' TO WS-DC-VALIDA.
       GRAVA-PROPOSTA.
           PERFORM ACHA-PROXIMO-NUMERO
           MOVE WS-PROX-NUMERO TO PP-NUMERO
           MOVE WS-PP-PARA     TO PP-VENDEDOR-PARA
           MOVE WS-PP-MOTIVO   TO PP-MOTIVO
           MOVE 'P'            TO PP-SITUACAO
           MOVE SPACES         TO PP-PARECER PP-SUPERVISOR PP-DELEGANTE
           MOVE 0              TO PP-DATA-DECISAO
           MOVE 'R'            TO PP-TIPO
           MOVE WS-PP-VIGENCIA TO PP-DATA-VIGENCIA
           WRITE REG-PROPOSTA
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO GRAVAR PROPOSTA' TO WS-MSGERRO
              MOVE PP-NUMERO TO WS-PROX-NUMERO.
      * -----------------------------------
      * REVISAO: SO OPERADOR COM PERMISSAO DO MODULO 5 (SUPERVISOR)
      * (OU O DELEGADO DELE NO PERIODO) DECIDE; PASSA PELAS
      * PENDENTES UMA A UMA.
       REVISA-PENDENTES.
           PERFORM VERIFICA-SUPERVISOR
           MOVE 0 TO WS-QTD-OUTRAS
           IF WS-E-SUPERVISOR NOT = 'S'
              MOVE 'OPERADOR SEM ALCADA DE SUPERVISOR' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 'N' TO WS-FIM-ARQ
              IF FS-STAT NOT = 00
                 MOVE 'S' TO WS-FIM-ARQ.
           IF WS-E-SUPERVISOR = 'S' AND WS-DELEGANTE NOT = SPACES
              MOVE 'ALCADA DELEGADA POR' TO WS-MSGERRO
              MOVE WS-DELEGANTE TO WS-MSGERRO(21:10)
              PERFORM MOSTRA-ERRO.
           IF WS-E-SUPERVISOR = 'S'
              PERFORM REVISA-PASSO UNTIL FIM-ARQ
              MOVE 'FIM DAS PROPOSTAS PENDENTES' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           IF WS-QTD-OUTRAS > 0
              MOVE 'PENDENTES DE OUTRAS EQUIPES:' TO WS-MSGERRO
              MOVE WS-QTD-OUTRAS TO WS-MSGERRO(30:5)
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
      * SUPERVISOR = OPERADOR LOGADO COM O MODULO 5 LIBERADO. SO COM
      * O CADASTRO DE OPERADORES AUSENTE OU VAZIO (PRIMEIRO USO, COMO
      * EXISTE NO MESTRE E NEGADO.
       VERIFICA-SUPERVISOR.
           MOVE 'N' TO WS-E-SUPERVISOR
           MOVE SPACES TO WS-DELEGANTE
           PERFORM VERIFICA-OPERADOR-VAZIO
           IF CADASTRO-OPERADOR-VAZIO
              MOVE 'S' TO WS-E-SUPERVISOR
                 READ OPERADOR
                 IF FS-STAT = 00
                    IF OP-PODE-MODULO-5
                       MOVE 'S' TO WS-E-SUPERVISOR
                    ELSE
                       PERFORM VERIFICA-DELEGACAO.
           MOVE 0 TO FS-STAT.
      * DELEGACAO: O OPERADOR SEM O MODULO 5 DECIDE NO LUGAR DO
      * SUPERVISOR QUE O CADASTROU COMO DELEGADO NO DELEGA.DAT
      * (SICCV71), DENTRO DO PERIODO E ENQUANTO O TITULAR AINDA TIVER
      * O MODULO 5. O TITULAR VAI PARA WS-DELEGANTE E FICA ANOTADO
      * NA DECISAO.
       VERIFICA-DELEGACAO.
           MOVE SPACES TO WS-DG-TITULAR
           PERFORM PROCURA-DELEGACAO
           IF WS-DG-ACHOU NOT = SPACES
              MOVE 'S' TO WS-E-SUPERVISOR
              MOVE WS-DG-ACHOU TO WS-DELEGANTE.
      * DELEGACAO VIGENTE HOJE PARA O OPERADOR LOGADO, DE QUALQUER
      * TITULAR OU SO DO WS-DG-TITULAR, COM O TITULAR AINDA NO
      * MODULO 5.
       PROCURA-DELEGACAO.
           MOVE SPACES TO WS-DG-ACHOU
           MOVE 'S' TO WS-DG-FIM
           MOVE 'N' TO WS-DG-ABERTO
           OPEN INPUT DELEGA
           IF FS-STAT = 00
              MOVE 'S' TO WS-DG-ABERTO
              MOVE 'N' TO WS-DG-FIM
              MOVE WS-OPERADOR TO DG-DELEGADO
              MOVE ZEROS TO DG-INICIO
              START DELEGA KEY NOT LESS THAN DG-CHAVE
              IF FS-STAT NOT = 00
                 MOVE 'S' TO WS-DG-FIM.
           PERFORM PROCURA-DELEGACAO-PASSO UNTIL WS-DG-FIM = 'S'
           IF WS-DG-ABERTO = 'S'
              CLOSE DELEGA.
           MOVE 0 TO FS-STAT.
       PROCURA-DELEGACAO-PASSO.
           READ DELEGA NEXT AT END
              MOVE 'S' TO WS-DG-FIM.
           IF WS-DG-FIM = 'N'
              IF DG-DELEGADO NOT = WS-OPERADOR OR DG-INICIO > WS-HOJE
                 MOVE 'S' TO WS-DG-FIM
              ELSE
                 IF DG-FIM NOT < WS-HOJE
                    AND (WS-DG-TITULAR = SPACES
                         OR DG-SUPERVISOR = WS-DG-TITULAR)
                    PERFORM CONFERE-DELEGANTE.
       CONFERE-DELEGANTE.
           MOVE DG-SUPERVISOR TO OP-CODIGO
           READ OPERADOR
           IF FS-STAT = 00
              IF OP-PODE-MODULO-5
                 MOVE 'S' TO WS-DG-FIM
                 MOVE DG-SUPERVISOR TO WS-DG-ACHOU.
           MOVE 0 TO FS-STAT.
       VERIFICA-OPERADOR-VAZIO.
           MOVE 'S' TO WS-OP-VAZIO
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF PROPOSTA-PENDENTE
                 PERFORM CONFERE-EQUIPE-PROPOSTA
                 IF WS-DA-EQUIPE = 'S'
                    PERFORM MOSTRA-PROPOSTA
                    PERFORM DECIDE-PROPOSTA
                 ELSE
                    ADD 1 TO WS-QTD-OUTRAS.
      * EQUIPE DA PROPOSTA: A DO VENDEDOR QUE PERDE O CLIENTE; SE ELE
      * NAO TEM EQUIPE, A DO QUE RECEBE.
       CONFERE-EQUIPE-PROPOSTA.
           MOVE 0 TO WS-EQ-ITEM
           MOVE PP-VENDEDOR-DE TO VD-CODIGO
           READ VENDEDOR
           IF FS-STAT = 00
              MOVE VD-EQUIPE TO WS-EQ-ITEM.
           IF WS-EQ-ITEM = 0 AND NOT PROPOSTA-SUSPENSAO
              MOVE PP-VENDEDOR-PARA TO VD-CODIGO
              READ VENDEDOR
              IF FS-STAT = 00
                 MOVE VD-EQUIPE TO WS-EQ-ITEM.
           PERFORM CONFERE-SUPERVISOR-EQUIPE.
      * O ITEM DE VENDEDOR SEM EQUIPE (OU DE EQUIPE QUE NAO ESTA
      * MAIS NO CADASTRO) CONTINUA COM QUALQUER SUPERVISOR.
       CONFERE-SUPERVISOR-EQUIPE.
           MOVE 'S' TO WS-DA-EQUIPE
           MOVE WS-DELEGANTE TO WS-DELEG-ITEM
           IF WS-EQ-ITEM > 0 AND ARQUIVO-EQUIPE-OK
              AND NOT CADASTRO-OPERADOR-VAZIO
              MOVE WS-EQ-ITEM TO EQ-CODIGO
              READ EQUIPE
              IF FS-STAT = 00 AND EQ-SUPERVISOR NOT = SPACES
                 PERFORM CONFERE-TITULAR-EQUIPE.
           MOVE 0 TO FS-STAT.
      * O SUPERVISOR DA EQUIPE DECIDE EM NOME PROPRIO; OUTRO OPERADOR
      * SO COM DELEGACAO VIGENTE DELE (INCLUSIVE OUTRO SUPERVISOR NA
      * COBERTURA DE FERIAS), E O TITULAR FICA ANOTADO NA DECISAO.
       CONFERE-TITULAR-EQUIPE.
           IF EQ-SUPERVISOR = WS-OPERADOR AND WS-DELEGANTE = SPACES
              MOVE SPACES TO WS-DELEG-ITEM
           ELSE
              MOVE EQ-SUPERVISOR TO WS-DG-TITULAR
              PERFORM PROCURA-DELEGACAO
              IF WS-DG-ACHOU = SPACES
                 MOVE 'N' TO WS-DA-EQUIPE
              ELSE
                 MOVE WS-DG-ACHOU TO WS-DELEG-ITEM.
       MOSTRA-PROPOSTA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           ELSE
              DISPLAY(11, 33) PP-VENDEDOR-PARA.
           DISPLAY(13, 33) PP-MOTIVO
           IF PP-DATA-VIGENCIA = 0
              DISPLAY(14, 33) "IMEDIATA"
           ELSE
              DISPLAY(14, 33) PP-DATA-VIGENCIA.
           MOVE 0 TO FS-STAT.
       DECIDE-PROPOSTA.
           MOVE SPACES TO WS-RESPOSTA
           IF WS-RESPOSTA = 'A'
              MOVE 'A' TO PP-SITUACAO
              MOVE WS-OPERADOR TO PP-SUPERVISOR
              MOVE WS-DELEG-ITEM TO PP-DELEGANTE
              MOVE WS-HOJE TO PP-DATA-DECISAO
              REWRITE REG-PROPOSTA.
           IF WS-RESPOSTA = 'R'
              MOVE 'R' TO PP-SITUACAO
              MOVE WS-PARECER TO PP-PARECER
              MOVE WS-OPERADOR TO PP-SUPERVISOR
              MOVE WS-DELEG-ITEM TO PP-DELEGANTE
              MOVE WS-HOJE TO PP-DATA-DECISAO
              REWRITE REG-PROPOSTA.
           IF WS-RESPOSTA = 'S'
      * APLICACAO EM LOTE DAS APROVADAS: REGRAVA O CADASTRO E A
      * CARTEIRA, GRAVA HISTCART E AUDITORIA E MARCA A PROPOSTA COMO
      * APLICADA. SE O CLIENTE JA MUDOU DE VENDEDOR DESDE A PROPOSTA,
      * ELA CAI PARA REJEITADA COM O PARECER ANOTADO. A APROVADA COM
      * VIGENCIA FUTURA FICA NA FILA ATE A DATA.
       APLICA-APROVADAS.
           MOVE 0 TO WS-QTD-APLICADAS WS-QTD-CAIDAS WS-QTD-ADIADAS
           PERFORM LE-PARAMETROS
           PERFORM CONTA-CARGAS
           PERFORM ACHA-ULTIMO-ALERTA
           CLOSE CLIENTES
           OPEN I-O CLIENTES
           MOVE ZEROS TO PP-NUMERO
           IF EXECUCAO-BATCH
              DISPLAY 'PROPOSTAS APLICADAS: ' WS-QTD-APLICADAS
                      ' CAIDAS: ' WS-QTD-CAIDAS
                      ' ADIADAS: ' WS-QTD-ADIADAS
           ELSE
              DISPLAY(23, 14) "APLICADAS: " WS-QTD-APLICADAS
                              " CAIDAS: " WS-QTD-CAIDAS
                              " ADIADAS: " WS-QTD-ADIADAS
              PERFORM TEMPO 10000 TIMES.
           MOVE 0 TO FS-STAT.
       APLICA-PASSO.
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF PROPOSTA-APROVADA
                 AND PP-DATA-VIGENCIA NOT > WS-HOJE
                 PERFORM APLICA-UMA-PROPOSTA.
       APLICA-UMA-PROPOSTA.
           MOVE PP-CLIENTE TO CL-CODIGO
                    ADD 1 TO WS-QTD-CAIDAS
                    REWRITE REG-PROPOSTA
                 ELSE
                    PERFORM CONFERE-DESTINO
                    IF WS-ADIA-MOTIVO NOT = SPACES
                       PERFORM ADIA-PROPOSTA
                    ELSE
                       PERFORM EFETIVA-PROPOSTA.
           MOVE 0 TO FS-STAT.
      * O DESTINO PRECISA ESTAR ATIVO (OU AFASTADO, QUE VOLTA) E COM
      * VAGA NA CARTEIRA; SENAO A APLICACAO E ADIADA.
       CONFERE-DESTINO.
           MOVE SPACES TO WS-ADIA-MOTIVO
           MOVE PP-VENDEDOR-PARA TO VD-CODIGO
           READ VENDEDOR
           IF FS-STAT NOT = 00
              MOVE 'ADIADA: DESTINO NAO CADASTRADO'
                    TO WS-ADIA-MOTIVO
           ELSE
              IF VENDEDOR-INATIVO
                 MOVE 'ADIADA: DESTINO INATIVO' TO WS-ADIA-MOTIVO
              ELSE
                 MOVE WS-MAX-CARTEIRA TO WS-CAPACIDADE
                 IF VD-CAPACIDADE > 0
                    MOVE VD-CAPACIDADE TO WS-CAPACIDADE.
           IF WS-ADIA-MOTIVO = SPACES
              IF WS-CARGA (PP-VENDEDOR-PARA) NOT < WS-CAPACIDADE
                 MOVE 'ADIADA: DESTINO LOTADO'
                       TO WS-ADIA-MOTIVO.
           MOVE 0 TO FS-STAT.
      * A PROPOSTA CONTINUA APROVADA E E TENTADA DE NOVO NA PROXIMA
      * APLICACAO; O ALERTA SAI UMA VEZ POR MOTIVO (O PARECER GUARDA
      * O ULTIMO MOTIVO AVISADO).
       ADIA-PROPOSTA.
           ADD 1 TO WS-QTD-ADIADAS
           IF PP-PARECER NOT = WS-ADIA-MOTIVO
              MOVE WS-ADIA-MOTIVO TO PP-PARECER
              REWRITE REG-PROPOSTA
              PERFORM GRAVA-ALERTA-ADIADA.
           MOVE 0 TO FS-STAT.
       GRAVA-ALERTA-ADIADA.
           ADD 1 TO WS-AL-PROX
           MOVE WS-AL-PROX TO AL-NUMERO
           MOVE 'SICCV26 ' TO AL-PROGRAMA
           MOVE WS-HOJE TO AL-DATA
           ACCEPT AL-HORA FROM TIME
           MOVE 'M' TO AL-SEVERIDADE
           MOVE SPACES TO AL-MENSAGEM AL-REFERENCIA
           STRING 'REMANEJO ' WS-ADIA-MOTIVO DELIMITED BY SIZE
                  INTO AL-MENSAGEM
           STRING PP-NUMERO '/' PP-CLIENTE DELIMITED BY SIZE
                  INTO AL-REFERENCIA
           MOVE 'N'    TO AL-RECONHECIDO
           MOVE SPACES TO AL-OPERADOR-REC
           MOVE 0      TO AL-DATA-REC
           WRITE REG-ALERTA
           MOVE 0 TO FS-STAT.
      * SUSPENSAO APROVADA (BATCH DE DORMENCIA): SO TROCA O STATUS
      * DO CLIENTE PARA 'S', COM A MESMA AUDITORIA DAS DEMAIS; QUEM
              MOVE CL-STATUS TO WS-STATUS-ANTES
              MOVE 'S' TO CL-STATUS
              REWRITE REG-CLIENTES
              MOVE 'A' TO WS-JN-OPERACAO
              PERFORM JORNAL-CLIENTES
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'ERRO AO REGRAVAR O CLIENTE' TO PP-PARECER
           MOVE CL-STATUS        TO AU-STATUS-DEPOIS
           MOVE ';' TO AU-F1 AU-F2 AU-F3 AU-F4 AU-F5
                       AU-F6 AU-F7 AU-F8 AU-F9 AU-F10 AU-F11 AU-F12
           PERFORM SELA-AUDCSV
           WRITE REG-AUDCSV
           MOVE 'C'                TO AX-TIPO
           MOVE AU-CODIGO          TO AX-CODIGO
           MOVE AU-STATUS-DEPOIS   TO AX-STATUS-DEPOIS
           WRITE REG-AUDIND
           MOVE 0 TO FS-STAT.
      * SELO ENCADEADO DA LINHA (AUDSELO), LOGO ANTES DO WRITE.
       SELA-AUDCSV.
           MOVE SPACES TO AU-FS AU-SELO
           MOVE 'E'        TO WS-AS-FUNCAO
           MOVE 'AUDCLI  ' TO WS-AS-CADEIA
           MOVE REG-AUDCSV TO WS-AS-LINHA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE ';'        TO AU-FS
           MOVE WS-AS-SELO TO AU-SELO.
       EFETIVA-PROPOSTA.
           MOVE PP-VENDEDOR-PARA TO CL-VENDEDOR
           REWRITE REG-CLIENTES
           MOVE 'A' TO WS-JN-OPERACAO
           PERFORM JORNAL-CLIENTES
           IF FS-STAT NOT = 00
              MOVE 0 TO FS-STAT
              MOVE 'ERRO AO REGRAVAR O CLIENTE' TO PP-PARECER
              PERFORM EFETIVA-CARTEIRA
              PERFORM GRAVA-HISTORICO-PROPOSTA
              PERFORM GRAVA-AUDITORIA-PROPOSTA
              PERFORM ACOMPANHA-CARGA
              MOVE 'X' TO PP-SITUACAO
              MOVE WS-HOJE TO PP-DATA-DECISAO
              ADD 1 TO WS-QTD-APLICADAS
              REWRITE REG-PROPOSTA.
           MOVE 0 TO FS-STAT.
       ACOMPANHA-CARGA.
           IF PP-VENDEDOR-DE > 0
              IF WS-CARGA (PP-VENDEDOR-DE) > 0
                 SUBTRACT 1 FROM WS-CARGA (PP-VENDEDOR-DE).
           ADD 1 TO WS-CARGA (PP-VENDEDOR-PARA).
       EFETIVA-CARTEIRA.
           MOVE PP-CLIENTE TO CA-CLIENTE
           READ CARTEIRA
           IF FS-STAT = 00
              MOVE PP-VENDEDOR-PARA TO CA-VENDEDOR
              REWRITE REG-CARTEIRA
              MOVE 'A' TO WS-JN-OPERACAO
              PERFORM JORNAL-CARTEIRA.
           MOVE 0 TO FS-STAT.
       GRAVA-HISTORICO-PROPOSTA.
           MOVE WS-HOJE          TO HC-DATA
           MOVE PP-VENDEDOR-PARA TO HC-VENDEDOR-NOVO
           MOVE 0                TO HC-DISTANCIA
           MOVE ';' TO HC-F1 HC-F2 HC-F3 HC-F4
           PERFORM SELA-HISTCART
           WRITE REG-HISTCART.
      * SELO ENCADEADO DA LINHA (AUDSELO), LOGO ANTES DO WRITE.
       SELA-HISTCART.
           MOVE SPACES TO HC-FS HC-SELO
           MOVE 'E'        TO WS-AS-FUNCAO
           MOVE 'HISTCART' TO WS-AS-CADEIA
           MOVE REG-HISTCART TO WS-AS-LINHA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE ';'        TO HC-FS
           MOVE WS-AS-SELO TO HC-SELO.
       GRAVA-AUDITORIA-PROPOSTA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD
           ACCEPT AU-HORA FROM TIME
           MOVE CL-STATUS        TO AU-STATUS-DEPOIS
           MOVE ';' TO AU-F1 AU-F2 AU-F3 AU-F4 AU-F5
                       AU-F6 AU-F7 AU-F8 AU-F9 AU-F10 AU-F11 AU-F12
           PERFORM SELA-AUDCSV
           WRITE REG-AUDCSV
           MOVE 'C'                TO AX-TIPO
           MOVE AU-CODIGO          TO AX-CODIGO
           MOVE AU-STATUS-DEPOIS   TO AX-STATUS-DEPOIS
           WRITE REG-AUDIND
           MOVE 0 TO FS-STAT.
      * TETO PADRAO DE CARTEIRA DO PARAMS.DAT; CHAVE AUSENTE FICA
      * COM O PADRAO DE COMPILACAO.
       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-PARAMS
           ELSE
              MOVE 'N' TO WS-TEM-PARAMS.
           IF ARQUIVO-PARAMS-OK
              MOVE 'MAX-CARTEIRA' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0
                 MOVE PR-VALOR TO WS-MAX-CARTEIRA.
           IF ARQUIVO-PARAMS-OK
              CLOSE PARAMS.
           MOVE 0 TO FS-STAT.
       CONTA-CARGAS.
           INITIALIZE WS-CARGAS
           MOVE ZEROS TO CA-CLIENTE
           START CARTEIRA KEY NOT LESS THAN CA-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM CONTA-CARGA-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       CONTA-CARGA-PASSO.
           READ CARTEIRA NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF CA-VENDEDOR > 0
                 ADD 1 TO WS-CARGA (CA-VENDEDOR).
      * ACHA O ULTIMO NUMERO USADO NA FILA DE ALERTAS.
       ACHA-ULTIMO-ALERTA.
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
      * AGENDA DOS REMANEJOS APROVADOS COM VIGENCIA NOS PROXIMOS 30
      * DIAS, REORDENADA NO PROPTMP POR VENDEDOR PARA O SICCV59
      * REPARTIR: CADA VENDEDOR VE OS CLIENTES QUE VAI PERDER E OS
      * QUE VAI RECEBER.
       AGENDA-REMANEJOS.
           MOVE 'D' TO WS-DU-FUNCAO
           MOVE WS-HOJE TO WS-DU-DATA
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
           MOVE WS-DU-DIAS TO WS-JDN-HOJE
           MOVE 0 TO WS-QTD-AGENDADAS
           OPEN OUTPUT PROPTMP
           CLOSE PROPTMP
           OPEN I-O PROPTMP
           MOVE ZEROS TO PP-NUMERO
           START PROPOSTA KEY NOT LESS THAN PP-NUMERO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM AGENDA-SELECIONA UNTIL FIM-ARQ
           PERFORM ABRE-SPOOL
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE WS-HOJE TO L02-HOJE
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           MOVE 0 TO WS-VDD-CORRENTE
           MOVE ZEROS TO PT-VENDEDOR PT-VIGENCIA PT-NUMERO
           MOVE SPACES TO PT-MOVIMENTO
           START PROPTMP KEY NOT LESS THAN PT-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM AGENDA-IMPRIME UNTIL FIM-ARQ
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE WS-QTD-AGENDADAS TO L07-QTD
           WRITE LINHA FROM LINHA-07 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1
           CLOSE LISTAG PROPTMP
           IF EXECUCAO-BATCH
              DISPLAY 'REMANEJOS AGENDADOS (30 DIAS): '
                      WS-QTD-AGENDADAS
           ELSE
              DISPLAY(23, 14) "AGENDA NO SPOOL - REMANEJOS: "
                              WS-QTD-AGENDADAS
              PERFORM TEMPO 10000 TIMES.
           MOVE 0 TO FS-STAT.
       AGENDA-SELECIONA.
           READ PROPOSTA NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF PROPOSTA-APROVADA AND PROPOSTA-REMANEJO
                 AND PP-DATA-VIGENCIA > WS-HOJE
                 PERFORM AGENDA-JANELA.
       AGENDA-JANELA.
           MOVE 'D' TO WS-DU-FUNCAO
           MOVE PP-DATA-VIGENCIA TO WS-DU-DATA
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
           COMPUTE WS-AG-DIAS = WS-DU-DIAS - WS-JDN-HOJE
           IF WS-AG-DIAS NOT > WS-AG-JANELA
              ADD 1 TO WS-QTD-AGENDADAS
              MOVE PP-VENDEDOR-DE   TO PT-VENDEDOR
              MOVE PP-DATA-VIGENCIA TO PT-VIGENCIA
              MOVE PP-NUMERO        TO PT-NUMERO
              MOVE 'S'              TO PT-MOVIMENTO
              MOVE PP-CLIENTE       TO PT-CLIENTE
              MOVE PP-VENDEDOR-PARA TO PT-OUTRO
              IF PP-VENDEDOR-DE > 0
                 WRITE REG-PROPTMP.
           IF WS-AG-DIAS NOT > WS-AG-JANELA
              MOVE PP-VENDEDOR-PARA TO PT-VENDEDOR
              MOVE 'E'              TO PT-MOVIMENTO
              MOVE PP-VENDEDOR-DE   TO PT-OUTRO
              WRITE REG-PROPTMP.
           MOVE 0 TO FS-STAT.
       AGENDA-IMPRIME.
           READ PROPTMP NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF PT-VENDEDOR NOT = WS-VDD-CORRENTE
                 PERFORM AGENDA-VENDEDOR.
           IF NOT FIM-ARQ
              PERFORM AGENDA-LINHA.
       AGENDA-VENDEDOR.
           MOVE PT-VENDEDOR TO WS-VDD-CORRENTE
           MOVE PT-VENDEDOR TO VD-CODIGO
           READ VENDEDOR
           IF FS-STAT NOT = 00
              MOVE SPACES TO VD-NOME.
           MOVE 0 TO FS-STAT
           MOVE PT-VENDEDOR TO L03-VENDEDOR
           MOVE VD-NOME     TO L03-NOME
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1
           WRITE LINHA FROM LINHA-05 BEFORE 1.
       AGENDA-LINHA.
           MOVE PT-VIGENCIA TO L06-VIGENCIA
           MOVE PT-NUMERO   TO L06-NUMERO
           MOVE PT-CLIENTE  TO L06-CLIENTE
           MOVE PT-OUTRO    TO L06-OUTRO
           IF PT-MOVIMENTO = 'S'
              MOVE 'SAI  ' TO L06-MOVIMENTO
              MOVE 'PARA ' TO L06-SENTIDO
           ELSE
              MOVE 'ENTRA' TO L06-MOVIMENTO
              MOVE 'DE   ' TO L06-SENTIDO.
           MOVE PT-CLIENTE TO CL-CODIGO
           READ CLIENTES
           IF FS-STAT = 00
              MOVE CL-RAZAO TO L06-RAZAO
           ELSE
              MOVE SPACES TO L06-RAZAO.
           MOVE 0 TO FS-STAT
           WRITE LINHA FROM LINHA-06 BEFORE 1.
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
      * -----------------------------------
      * LE O OPERADOR AUTENTICADO GRAVADO PELO LOGIN DO MENU.
       LE-OPERADOR-LOGADO.
              OPEN OUTPUT OPERADOR
              CLOSE OPERADOR
              OPEN INPUT OPERADOR.
           OPEN INPUT EQUIPE
           IF FS-STAT = 00
              MOVE 'S' TO WS-TEM-EQUIPE
           ELSE
              MOVE 'N' TO WS-TEM-EQUIPE.
           OPEN I-O PROPOSTA
           IF FS-STAT = '30'
              OPEN OUTPUT PROPOSTA
              OPEN OUTPUT AUDIND
              CLOSE AUDIND
              OPEN I-O AUDIND.
           OPEN I-O ALERTA
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT ALERTA
              CLOSE ALERTA
              OPEN I-O ALERTA.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
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
       JORNAL-CARTEIRA.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'CARTEIRA' TO WS-JN-ARQUIVO
              MOVE REG-CARTEIRA TO WS-JN-IMAGEM
              PERFORM GRAVA-JORNAL.
       GRAVA-JORNAL.
           MOVE 'SICCV26 ' TO WS-JN-PROGRAMA
           CALL 'JORNAL' USING WS-JORNAL.
      * -----------------------------------
       TEMPO.
           DISPLAY(23, 13) " ".
