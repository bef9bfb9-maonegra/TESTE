      *                VENDEDOR OU MAX-VIS-DIA DO PARAMS.DAT), CLIENTES     *
      *                MAIS ANTIGOS E DO SEGMENTO A PRIMEIRO; A DATA        *
      *                PLANEJADA SAI EM CADA LINHA DO CSV E DA LISTAGEM.    *
      *                CADA LINHA TRAZ AINDA QUANTAS OCORRENCIAS DO         *
      *                CLIENTE ESTAO ABERTAS NO SICCV54.                    *
      *                O FILTRO DE EQUIPE (VD-EQUIPE, CADASTRO NO SICCV72)  *
      *                RESTRINGE A AGENDA AOS VENDEDORES DA EQUIPE, E NO    *
      *                FIM DA LISTAGEM SAEM OS TOTAIS POR EQUIPE            *
      *                (VENDEDORES, VISITAS E ATRASADAS).                   *
      *                LINHA DE COMANDO: 'AUTO' RODA PARA TODOS OS          *
      *                VENDEDORES SEM PERGUNTAR NADA; 'NIVELA' IDEM, JA COM *
      *                O NIVELAMENTO LIGADO; 'AUTO NNN' E 'NIVELA NNN'      *
      *                RODAM SO PARA A EQUIPE NNN.                          *
      *                A LISTAGEM VAI PARA O SPOOL (SICCV23) E E            *
      *                REPARTIDA POR VENDEDOR NO SICCV59.                   *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY VENDEDOR.SEL.
       COPY EQUIPE.SEL.
       COPY VISITAS.SEL.
       COPY PARAMS.SEL.
       COPY CONTATO.SEL.
       COPY OCORREN.SEL.
           SELECT AGENDTMP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
           SELECT AGENDCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTAG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY SPOOLCAT.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY EQUIPE.FD.
       COPY VISITAS.FD.
       COPY PARAMS.FD.
       COPY CONTATO.FD.
       COPY OCORREN.FD.
      * AGENDA ORDENADA: O INDEXADO POR (VENDEDOR, PRIORIDADE, DATA,
      * CLIENTE) E O JEITO DE SAIR EM ORDEM DENTRO DE CADA VENDEDOR.
      * NO MODO NORMAL A PRIORIDADE E CONSTANTE ('0') E SOBRA A ORDEM
      * O VENDEDOR SABER QUEM PROCURAR E EM QUE TELEFONE.
           05 AG-CONTATO        PIC X(30).
           05 AG-CT-FONE        PIC X(15).
      * OCORRENCIAS (RECLAMACOES) DO CLIENTE AINDA ABERTAS NO SICCV54,
      * PARA O VENDEDOR CHEGAR SABENDO DELAS.
           05 AG-OCORR          PIC 9(02).
       FD  AGENDCSV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-AGENDA-ARQ.
       01  REG-AGENDCSV.
           05 AC-CONTATO        PIC X(30).
           05 AC-F8             PIC X(01).
           05 AC-CT-FONE        PIC X(15).
           05 AC-F9             PIC X(01).
           05 AC-OCORR          PIC 9(02).
       FD  LISTAG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-SPOOL-ARQ.
       01  LINHA PIC X(230).
       COPY SPOOLCAT.FD.
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
      * SPOOL DE RELATORIO: CADA RODADA GRAVA UM ARQUIVO DATADO EM
      * DISCO, REGISTRADO NO CATALOGO, NO LUGAR DE IR DIRETO PARA A
      * IMPRESSORA; A REIMPRESSAO E FEITA PELO GERENCIADOR DE SPOOL
      * E O SICCV59 REPARTE A GERACAO POR VENDEDOR.
       01  WS-SPOOL-ARQ.
           05 F                  PIC X(06) VALUE 'SPOOL.'.
           05 WS-SPOOL-RELATORIO PIC X(07) VALUE 'SICCV19'.
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
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
       01  WS-MODO-BATCH        PIC X(01) VALUE 'N'.
       01  WS-FL-VENDEDOR       PIC 9(03) VALUE ZEROS.
       01  WS-FL-DATA-DE        PIC 9(08) VALUE ZEROS.
       01  WS-FL-DATA-ATE       PIC 9(08) VALUE 99999999.
       01  WS-FL-EQUIPE         PIC 9(03) VALUE ZEROS.
      * EQUIPE DE CADA VENDEDOR (VD-EQUIPE), PARA O FILTRO E OS
      * TOTAIS POR EQUIPE SEM RELEITURA DO MESTRE.
       01  WS-VE-TABELA.
           05 WS-VE-EQUIPE OCCURS 999 TIMES PIC 9(03).
      * TOTAIS POR EQUIPE NA POSICAO DO CODIGO MAIS UM (A PRIMEIRA
      * E A DOS VENDEDORES SEM EQUIPE).
       01  WS-ET-TABELA.
           05 WS-ET-ITEM OCCURS 1000 TIMES.
              10 WS-ET-VENDEDORES PIC 9(05).
              10 WS-ET-VISITAS    PIC 9(07).
              10 WS-ET-ATRASADAS  PIC 9(07).
       01  WS-ET-IDX            PIC 9(04) VALUE ZEROS.
       01  WS-ET-CODIGO         PIC 9(03) VALUE ZEROS.
       01  WS-TEM-EQUIPE        PIC X(01) VALUE 'N'.
           88 ARQUIVO-EQUIPE-OK      VALUE 'S'.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-AGENDA-ARQ        PIC X(40) VALUE SPACES.
       01  WS-CT-NOME           PIC X(30) VALUE SPACES.
       01  WS-CT-FONE           PIC X(15) VALUE SPACES.
       01  WS-CT-FIM            PIC X(01) VALUE 'N'.
       01  WS-TEM-OCORREN       PIC X(01) VALUE 'N'.
           88 ARQUIVO-OCORREN-OK     VALUE 'S'.
       01  WS-OC-QTD            PIC 9(02) VALUE ZEROS.
       01  WS-OC-FIM            PIC X(01) VALUE 'N'.
       01  LINHA-01              PIC X(80) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 L03-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L03-NOME           PIC X(40) VALUE SPACES.
           05 F                  PIC X(10) VALUE '  EQUIPE: '.
           05 L03-EQUIPE         PIC ZZ9 VALUE ZEROS.
       01  LINHA-04          PIC X(80) VALUE " DATA      CLIENTE  RAZ
      -    "AO SOCIAL                  REG SITUACAO PLANEJADA OC".
       01  LINHA-05          PIC X(80) VALUE "--------- -------- ----
      -    "------------------------- --- -------- --------- --".
       01  LINHA-06.
           05 L06-PROXIMA        PIC 9(08)  VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L06-SITUACAO       PIC X(08)  VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-PLANEJADA      PIC 9(08)  VALUE ZEROS.
           05 F                  PIC X(03) VALUE SPACES.
           05 L06-OCORR          PIC ZZ     VALUE ZEROS.
       01  LINHA-07.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(40) VALUE
              'TOTAIS POR EQUIPE'.
       01  LINHA-08.
           05 F                  PIC X(40) VALUE
              'EQUIPE NOME                           SU'.
           05 F                  PIC X(40) VALUE
              'PERVISOR VENDEDORES VISITAS ATRASADAS'.
       01  LINHA-09.
           05 F                  PIC X(40) VALUE
              '------ ------------------------------ --'.
           05 F                  PIC X(40) VALUE
              '-------- ---------- ------- ---------'.
       01  LINHA-10.
           05 F                  PIC X(03) VALUE SPACES.
           05 L10-EQUIPE         PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-NOME           PIC X(30) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L10-SUPERVISOR     PIC X(10) VALUE SPACES.
           05 F                  PIC X(06) VALUE SPACES.
           05 L10-VENDEDORES     PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-VISITAS        PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X(03) VALUE SPACES.
           05 L10-ATRASADAS      PIC ZZZZZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
                 MOVE 'N' TO WS-MODO-NIVELA
           ELSE
              PERFORM PERGUNTA-FILTROS.
           IF WS-PARM-EXECUCAO(1:5) = 'AUTO '
              AND WS-PARM-EXECUCAO(6:3) NUMERIC
              MOVE WS-PARM-EXECUCAO(6:3) TO WS-FL-EQUIPE.
           IF WS-PARM-EXECUCAO(1:7) = 'NIVELA '
              AND WS-PARM-EXECUCAO(8:3) NUMERIC
              MOVE WS-PARM-EXECUCAO(8:3) TO WS-FL-EQUIPE.
           PERFORM ABRIR-ARQUIVOS
           PERFORM CARREGA-EQUIPES-VENDEDOR
           PERFORM MONTA-AGENDA
           PERFORM IMPRIME-AGENDA
           PERFORM FINALIZA.
       PERGUNTA-FILTROS.
           DISPLAY 'VENDEDOR (0 = TODOS): '
           ACCEPT WS-FL-VENDEDOR
           DISPLAY 'EQUIPE   (0 = TODAS): '
           ACCEPT WS-FL-EQUIPE
           DISPLAY 'DATA DE  (AAAAMMDD, 0 = TUDO): '
           ACCEPT WS-FL-DATA-DE
           DISPLAY 'DATA ATE (AAAAMMDD, 0 = TUDO): '
       FINALIZA.
           IF ARQUIVO-CONTATO-OK
              CLOSE CONTATO.
           IF ARQUIVO-OCORREN-OK
              CLOSE OCORREN.
           IF ARQUIVO-EQUIPE-OK
              CLOSE EQUIPE.
           CLOSE CLIENTES VENDEDOR VISITAS AGENDTMP LISTAG
           DISPLAY 'AGENDA GERADA - VISITAS AGENDADAS: '
                   WS-QTD-AGENDADAS
           MOVE WS-ULT-CLIENTE TO CL-CODIGO
           READ CLIENTES
           IF FS-STAT = 00 AND CL-VENDEDOR > 0
              IF (WS-FL-VENDEDOR = 0 OR CL-VENDEDOR = WS-FL-VENDEDOR)
                 AND (WS-FL-EQUIPE = 0
                      OR WS-VE-EQUIPE (CL-VENDEDOR) = WS-FL-EQUIPE)
                 PERFORM ROLA-DIA-UTIL
                 PERFORM DEFINE-PRIORIDADE
                 PERFORM ACHA-CONTATO-PREFERIDO
                 PERFORM CONTA-OCORRENCIAS
                 MOVE CL-VENDEDOR     TO AG-VENDEDOR
                 MOVE WS-ULT-PROXIMA  TO AG-PROXIMA
                 MOVE WS-ULT-CLIENTE  TO AG-CLIENTE
                 MOVE WS-AG-ROLADA    TO AG-ROLADA
                 MOVE WS-CT-NOME      TO AG-CONTATO
                 MOVE WS-CT-FONE      TO AG-CT-FONE
                 MOVE WS-OC-QTD       TO AG-OCORR
                 WRITE REG-AGENDTMP
                 ADD 1 TO WS-QTD-AGENDADAS.
           MOVE 0 TO FS-STAT.
                    MOVE CT-FONE TO WS-CT-FONE
                    IF CONTATO-PREFERIDO
                       MOVE 'S' TO WS-CT-FIM.
      * OCORRENCIAS AINDA ABERTAS DO CLIENTE (OCORREN.DAT DO SICCV54).
       CONTA-OCORRENCIAS.
           MOVE 0 TO WS-OC-QTD
           MOVE 'S' TO WS-OC-FIM
           IF ARQUIVO-OCORREN-OK
              MOVE CL-CODIGO TO OC-CLIENTE
              MOVE 0 TO OC-SEQ
              START OCORREN KEY NOT LESS THAN OC-CHAVE
              IF FS-STAT = 00
                 MOVE 'N' TO WS-OC-FIM.
           PERFORM CONTA-OCORRENCIA-PASSO UNTIL WS-OC-FIM = 'S'
           MOVE 0 TO FS-STAT.
       CONTA-OCORRENCIA-PASSO.
           READ OCORREN NEXT AT END
              MOVE 'S' TO WS-OC-FIM.
           IF WS-OC-FIM = 'N'
              IF OC-CLIENTE NOT = CL-CODIGO
                 MOVE 'S' TO WS-OC-FIM
              ELSE
                 IF OCORRENCIA-ABERTA AND WS-OC-QTD < 99
                    ADD 1 TO WS-OC-QTD.
      * VI-PROXIMA EM DIA NAO UTIL ROLA PARA O DIA UTIL SEGUINTE.
       ROLA-DIA-UTIL.
           MOVE 'N' TO WS-AG-ROLADA
           IF WS-CSV-ABERTO = 'S'
              CLOSE AGENDCSV.
           WRITE LINHA FROM LINHA-01 BEFORE 1
           PERFORM IMPRIME-TOTAIS-EQUIPE
           MOVE 0 TO FS-STAT.
       IMPRIME-AGENDA-PASSO.
           READ AGENDTMP NEXT AT END
              MOVE SPACES TO VD-NOME
              MOVE 0 TO VD-VISITAS-DIA
              PERFORM INICIA-NIVELAMENTO.
           COMPUTE WS-ET-IDX = WS-VE-EQUIPE (AG-VENDEDOR) + 1
           ADD 1 TO WS-ET-VENDEDORES (WS-ET-IDX)
           MOVE AG-VENDEDOR TO L03-VENDEDOR
           MOVE VD-NOME     TO L03-NOME
           MOVE WS-VE-EQUIPE (AG-VENDEDOR) TO L03-EQUIPE
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1
           WRITE LINHA FROM LINHA-05 BEFORE 1
           MOVE AG-CLIENTE TO L06-CLIENTE
           MOVE AG-RAZAO   TO L06-RAZAO
           MOVE AG-REGIAO  TO L06-REGIAO
           ADD 1 TO WS-ET-VISITAS (WS-ET-IDX)
           IF AG-PROXIMA < WS-HOJE
              MOVE 'ATRASADA' TO L06-SITUACAO
              ADD 1 TO WS-ET-ATRASADAS (WS-ET-IDX)
           ELSE
              MOVE 'PREVISTA' TO L06-SITUACAO.
           IF AG-ROLADA = 'S' AND AG-PROXIMA NOT < WS-HOJE
      * VENDEDOR PRECISA VER ANTES DE VISITAR QUE NAO E PARA VENDER.
           IF AG-BLOQ-CRED = 'S'
              MOVE 'BLOQ.CRD' TO L06-SITUACAO.
           MOVE AG-OCORR TO L06-OCORR
           PERFORM PLANEJA-ITEM
           WRITE LINHA FROM LINHA-06 BEFORE 1
           MOVE AG-VENDEDOR    TO AC-VENDEDOR
           MOVE L06-PLANEJADA  TO AC-PLANEJADA
           MOVE AG-CONTATO     TO AC-CONTATO
           MOVE AG-CT-FONE     TO AC-CT-FONE
           MOVE AG-OCORR       TO AC-OCORR
           MOVE ';' TO AC-F1 AC-F2 AC-F3 AC-F4 AC-F5 AC-F6
                       AC-F7 AC-F8 AC-F9
           WRITE REG-AGENDCSV.
      * DATA PLANEJADA DA LINHA: NO NIVELAMENTO, A VENCIDA RECEBE O
      * DIA DO CURSOR (AVANCANDO PARA O DIA UTIL SEGUINTE QUANDO O
              MOVE WS-NIV-DATA TO L06-PLANEJADA
           ELSE
              MOVE AG-PROXIMA TO L06-PLANEJADA.
      * TOTAIS POR EQUIPE, DEPOIS DO TRACO DE FECHAMENTO DA AGENDA
      * (O SICCV59 NAO OS PASSA A NENHUM VENDEDOR).
       IMPRIME-TOTAIS-EQUIPE.
           WRITE LINHA FROM LINHA-07 BEFORE 1
           WRITE LINHA FROM LINHA-08 BEFORE 1
           WRITE LINHA FROM LINHA-09 BEFORE 1
           MOVE 1 TO WS-ET-IDX
           PERFORM IMPRIME-EQUIPE-PASSO UNTIL WS-ET-IDX > 1000
           WRITE LINHA FROM LINHA-01 BEFORE 1.
       IMPRIME-EQUIPE-PASSO.
           IF WS-ET-VENDEDORES (WS-ET-IDX) > 0
              PERFORM MONTA-NOME-EQUIPE
              MOVE WS-ET-VENDEDORES (WS-ET-IDX) TO L10-VENDEDORES
              MOVE WS-ET-VISITAS (WS-ET-IDX)    TO L10-VISITAS
              MOVE WS-ET-ATRASADAS (WS-ET-IDX)  TO L10-ATRASADAS
              WRITE LINHA FROM LINHA-10 BEFORE 1.
           ADD 1 TO WS-ET-IDX.
       MONTA-NOME-EQUIPE.
           COMPUTE WS-ET-CODIGO = WS-ET-IDX - 1
           MOVE WS-ET-CODIGO TO L10-EQUIPE
           MOVE SPACES TO L10-NOME L10-SUPERVISOR
           IF WS-ET-CODIGO = 0
              MOVE 'SEM EQUIPE' TO L10-NOME
           ELSE
              IF ARQUIVO-EQUIPE-OK
                 MOVE WS-ET-CODIGO TO EQ-CODIGO
                 READ EQUIPE
                 IF FS-STAT = 00
                    MOVE EQ-NOME       TO L10-NOME
                    MOVE EQ-SUPERVISOR TO L10-SUPERVISOR.
           MOVE 0 TO FS-STAT.
      * EQUIPE DE CADA VENDEDOR, LIDA UMA VEZ DO MESTRE.
       CARREGA-EQUIPES-VENDEDOR.
           INITIALIZE WS-VE-TABELA WS-ET-TABELA
           MOVE ZEROS TO VD-CODIGO
           START VENDEDOR KEY NOT LESS THAN VD-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM CARREGA-VE-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       CARREGA-VE-PASSO.
           READ VENDEDOR NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE VD-EQUIPE TO WS-VE-EQUIPE (VD-CODIGO).
      * -----------------------------------
      * ABRE ARQUIVOS (A AGENDA TEMPORARIA E RECOMECADA A CADA RODADA)
       ABRIR-ARQUIVOS.
              MOVE 'S' TO WS-TEM-CONTATO
           ELSE
              MOVE 'N' TO WS-TEM-CONTATO.
           OPEN INPUT OCORREN
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-OCORREN
           ELSE
              MOVE 'N' TO WS-TEM-OCORREN.
           OPEN INPUT EQUIPE
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-EQUIPE
           ELSE
              MOVE 'N' TO WS-TEM-EQUIPE.
           PERFORM ABRE-SPOOL
           PERFORM LE-PARAMETROS
           MOVE 0 TO FS-STAT.
      * CARREGA O TETO PADRAO DE VISITAS POR DIA DO PARAMS.DAT;
           IF ARQUIVO-PARAMS-OK
              CLOSE PARAMS.
           MOVE 0 TO FS-STAT.
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
