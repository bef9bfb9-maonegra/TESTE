      *                IMPRESSO E NO ROTA.CSV.                              *
      *                LINHA DE COMANDO: 'ROTA NNN C' (CARTEIRA) OU         *
      *                'ROTA NNN A AAAAMMDD' (AGENDA DO DIA).               *
      *                O ROTEIRO VAI PARA O SPOOL (SICCV23) COM A LINHA     *
      *                'VENDEDOR:' ANTES DAS PARADAS, PARA O SICCV59        *
      *                ENTREGAR AO VENDEDOR.                                *
      *                NA AGENDA DO DIA OS COMPROMISSOS COM HORA MARCADA DO *
      *                VENDEDOR (COMPROM.DAT, SICCV73) SAO PONTOS FIXOS: A  *
      *                ROTA CORRE O RELOGIO DESDE A HORA-INICIO DO          *
      *                PARAMS.DAT (TEMPO-VISITA POR PARADA, DESLOCAMENTO NA *
      *                VELOC-KMH) E SO ENCAIXA UMA PARADA LIVRE ANTES DO    *
      *                PROXIMO COMPROMISSO SE AINDA DER PARA CHEGAR A ELE   *
      *                NA HORA; A HORA ESTIMADA DE CADA PARADA SAI NO       *
      *                ROTEIRO E NO ROTA.CSV.                               *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       COPY CARTEIRA.SEL.
       COPY VISITAS.SEL.
       COPY CLISITE.SEL.
       COPY COMPROM.SEL.
       COPY PARAMS.SEL.
           SELECT ROTACSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTAG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY SPOOLCAT.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CARTEIRA.FD.
       COPY VISITAS.FD.
       COPY CLISITE.FD.
       COPY COMPROM.FD.
       COPY PARAMS.FD.
       FD  ROTACSV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-ROTA.
       01  REG-ROTACSV.
      * 'BLOQ.CRD' QUANDO O CLIENTE ESTA COM BLOQUEIO DE CREDITO
      * (CL-BLOQ-CRED), PARA O CAMPO VER ANTES DE VISITAR.
           05 RT-BLOQ           PIC X(08).
      * HORA ESTIMADA DA PARADA NA AGENDA DO DIA (HHMM) E 'AGENDADO'
      * OU 'ATRASADO' NO COMPROMISSO COM HORA MARCADA.
           05 RT-F7             PIC X(01).
           05 RT-CHEGADA        PIC 9(04).
           05 RT-F8             PIC X(01).
           05 RT-AGENDA         PIC X(08).
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
           05 WS-SPOOL-RELATORIO PIC X(07) VALUE 'SICCV20'.
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
       01  DADOS-LINKAGE.
           05  C-LA                   PIC S9(03)V9(8).
           05  C-LO                   PIC S9(03)V9(8).
              10 WS-ROTA-BLOQ     PIC X(01).
              10 WS-ROTA-ABRE     PIC 9(04).
              10 WS-ROTA-FECHA    PIC 9(04).
              10 WS-ROTA-FIXO     PIC X(01).
              10 WS-ROTA-HORA     PIC 9(04).
              10 WS-ROTA-DURACAO  PIC 9(03).
       01  WS-ROTA-DESCARTADOS  PIC 9(05) VALUE ZEROS.
       01  WS-ULT-CLIENTE       PIC 9(07) VALUE ZEROS.
       01  WS-ULT-PROXIMA       PIC 9(08) VALUE ZEROS.
       01  WS-MELHOR-DIST       PIC 9(05)V9(3) VALUE ZEROS.
       01  WS-SEQ               PIC 9(03) VALUE ZEROS.
       01  WS-TOTAL-DIST        PIC 9(06)V9(3) VALUE ZEROS.
      * COMPROMISSOS COM HORA MARCADA (COMPROM.DAT) DA AGENDA DO DIA:
      * O CANDIDATO FICA MARCADO COMO FIXO COM A HORA E A DURACAO.
       01  WS-TEM-COMPROM       PIC X(01) VALUE 'N'.
           88 ARQUIVO-COMPROM-OK     VALUE 'S'.
       01  WS-QTD-FIXOS         PIC 9(03) VALUE ZEROS.
       01  WS-ACHOU-IDX         PIC 9(03) VALUE ZEROS.
       01  WS-FIXO-IDX          PIC 9(03) VALUE ZEROS.
       01  WS-FIXO-HORA         PIC 9(04) VALUE ZEROS.
       01  WS-FIXO-MIN          PIC 9(07) VALUE ZEROS.
      * RELOGIO DA ROTA EM MINUTOS DESDE A MEIA-NOITE. INICIO DO DIA,
      * TEMPO DE CADA VISITA E VELOCIDADE MEDIA VEM DO PARAMS.DAT
      * (HORA-INICIO, TEMPO-VISITA E VELOC-KMH; CHAVE AUSENTE OU
      * ZERADA FICA COM O PADRAO).
       01  WS-TEM-PARAMS        PIC X(01) VALUE 'N'.
           88 ARQUIVO-PARAMS-OK      VALUE 'S'.
       01  WS-HORA-INICIO       PIC 9(04) VALUE 0800.
       01  WS-TEMPO-VISITA      PIC 9(03) VALUE 030.
       01  WS-VELOCIDADE        PIC 9(03) VALUE 040.
       01  WS-RELOGIO           PIC 9(07) VALUE ZEROS.
       01  WS-CHEGADA-MIN       PIC 9(07) VALUE ZEROS.
       01  WS-DESLOC-CALC       PIC 9(07) VALUE ZEROS.
       01  WS-HORA-CALC         PIC 9(04) VALUE ZEROS.
       01  WS-HORA-CALC-R REDEFINES WS-HORA-CALC.
           05 WS-HC-HH          PIC 9(02).
           05 WS-HC-MM          PIC 9(02).
       01  LINHA-01              PIC X(80) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 L02-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L02-NOME           PIC X(30) VALUE SPACES.
      * VENDEDOR DO ROTEIRO, NO PADRAO DE QUEBRA DOS RELATORIOS POR
      * VENDEDOR (O SICCV59 ENTREGA O ROTEIRO POR ESTA LINHA).
       01  LINHA-07.
           05 F                  PIC X(10) VALUE 'VENDEDOR: '.
           05 L07-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L07-NOME           PIC X(40) VALUE SPACES.
       01  LINHA-03          PIC X(102) VALUE " SEQ  CLIENTE  RAZAO SOCI
      -    "AL                     PERNA KM   ACUMUL KM          JANELA 
      -    " CHEG AGENDA".
       01  LINHA-04          PIC X(102) VALUE "---- -------- -----------
      -    "---------------------- ---------  --------- --------- ------
      -    "--- ---- --------".
       01  LINHA-05.
           05 L05-SEQ            PIC ZZ9     VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-ABRE           PIC 9(04)  VALUE ZEROS.
           05 F                  PIC X VALUE '-'.
           05 L05-FECHA          PIC 9(04)  VALUE ZEROS.
      * HORA ESTIMADA DA PARADA (SO NA AGENDA DO DIA) E MARCA DO
      * COMPROMISSO COM HORA MARCADA.
           05 F                  PIC X VALUE ' '.
           05 L05-CHEGADA        PIC 9(04)  VALUE ZEROS
                                 BLANK WHEN ZERO.
           05 F                  PIC X VALUE ' '.
           05 L05-AGENDA         PIC X(08)  VALUE SPACES.
       01  LINHA-06.
           05 F                  PIC X(30) VALUE
              'DISTANCIA TOTAL DA ROTA (KM): '.
              STOP RUN.
           IF WS-FL-ORIGEM = 'A'
              PERFORM CARREGA-AGENDA
              PERFORM CARREGA-COMPROMISSOS
           ELSE
              PERFORM CARREGA-CARTEIRA.
           PERFORM GERA-ROTA
       FINALIZA.
           IF ARQUIVO-CLISITE-OK
              CLOSE CLISITE.
           IF ARQUIVO-COMPROM-OK
              CLOSE COMPROM.
           CLOSE CLIENTES VENDEDOR CARTEIRA VISITAS ROTACSV LISTAG
           DISPLAY 'ROTA GERADA - PARADAS: ' WS-SEQ
                   ' DESCARTADOS: ' WS-ROTA-DESCARTADOS
              MOVE CL-BLOQ-CRED TO WS-ROTA-BLOQ    (WS-ROTA-QTD)
              MOVE CL-HORA-ABRE  TO WS-ROTA-ABRE   (WS-ROTA-QTD)
              MOVE CL-HORA-FECHA TO WS-ROTA-FECHA  (WS-ROTA-QTD)
              MOVE 'N'           TO WS-ROTA-FIXO   (WS-ROTA-QTD)
              MOVE 0             TO WS-ROTA-HORA   (WS-ROTA-QTD)
              MOVE 0             TO WS-ROTA-DURACAO (WS-ROTA-QTD)
           ELSE
              ADD 1 TO WS-ROTA-DESCARTADOS.
      * COMPROMISSOS DO VENDEDOR NA DATA DA AGENDA: O CLIENTE QUE JA
      * E CANDIDATO FICA FIXO NA HORA MARCADA, COM A COORDENADA DO
      * SITE DO COMPROMISSO; O QUE NAO ESTA NA AGENDA ENTRA NA ROTA.
       CARREGA-COMPROMISSOS.
           MOVE 0 TO WS-QTD-FIXOS
           MOVE 'S' TO WS-FIM-ARQ
           IF ARQUIVO-COMPROM-OK
              MOVE WS-FL-VENDEDOR TO AP-VENDEDOR
              MOVE WS-FL-DATA     TO AP-DATA
              MOVE ZEROS          TO AP-HORA
              START COMPROM KEY NOT LESS THAN AP-CHAVE
              IF FS-STAT = 00
                 MOVE 'N' TO WS-FIM-ARQ.
           PERFORM CARREGA-COMPROMISSO-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       CARREGA-COMPROMISSO-PASSO.
           READ COMPROM NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF AP-VENDEDOR NOT = WS-FL-VENDEDOR
                 OR AP-DATA NOT = WS-FL-DATA
                 MOVE 'S' TO WS-FIM-ARQ
              ELSE
                 PERFORM FIXA-COMPROMISSO.
       FIXA-COMPROMISSO.
           MOVE 0 TO WS-ACHOU-IDX
           MOVE 1 TO WS-IDX
           PERFORM ACHA-CANDIDATO-CLIENTE UNTIL WS-IDX > WS-ROTA-QTD
           MOVE AP-CLIENTE TO CL-CODIGO WS-ULT-CLIENTE
           MOVE AP-SITE    TO WS-ULT-SITE
           READ CLIENTES
           IF FS-STAT NOT = 00
              MOVE 0 TO WS-ACHOU-IDX
           ELSE
              PERFORM RESOLVE-COORD-SITE
              IF WS-ACHOU-IDX = 0
                 IF WS-ROTA-QTD < 500
                    PERFORM GUARDA-CANDIDATO
                    MOVE WS-ROTA-QTD TO WS-ACHOU-IDX
                 ELSE
                    ADD 1 TO WS-ROTA-DESCARTADOS.
           IF WS-ACHOU-IDX > 0
              MOVE 'S'         TO WS-ROTA-FIXO    (WS-ACHOU-IDX)
              MOVE AP-HORA     TO WS-ROTA-HORA    (WS-ACHOU-IDX)
              MOVE AP-DURACAO  TO WS-ROTA-DURACAO (WS-ACHOU-IDX)
              MOVE WS-SITE-LA  TO WS-ROTA-LA      (WS-ACHOU-IDX)
              MOVE WS-SITE-LO  TO WS-ROTA-LO      (WS-ACHOU-IDX)
              ADD 1 TO WS-QTD-FIXOS.
           MOVE 0 TO WS-ULT-CLIENTE WS-ULT-SITE
           MOVE 0 TO FS-STAT.
       ACHA-CANDIDATO-CLIENTE.
           IF WS-ROTA-CLIENTE (WS-IDX) = AP-CLIENTE
              AND WS-ROTA-FIXO (WS-IDX) = 'N'
              MOVE WS-IDX TO WS-ACHOU-IDX
              MOVE WS-ROTA-QTD TO WS-IDX.
           ADD 1 TO WS-IDX.
      * -----------------------------------
      * MAIS PROXIMO SEGUINTE: PARTE DAS COORDENADAS DO VENDEDOR E,
      * A CADA PASSO, ESCOLHE ENTRE OS CANDIDATOS AINDA NAO USADOS O
           MOVE VD-LATITUDE  TO WS-POS-LA
           MOVE VD-LONGITUDE TO WS-POS-LO
           MOVE 0 TO WS-SEQ WS-TOTAL-DIST
           MOVE WS-HORA-INICIO TO WS-HORA-CALC
           COMPUTE WS-RELOGIO = WS-HC-HH * 60 + WS-HC-MM
           PERFORM ESCOLHE-PROXIMO UNTIL WS-SEQ = WS-ROTA-QTD
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE WS-TOTAL-DIST TO L06-TOTAL
           MOVE 99999,999 TO WS-MELHOR-DIST
           MOVE 1 TO WS-IDX
           PERFORM AVALIA-CANDIDATO-ROTA UNTIL WS-IDX > WS-ROTA-QTD
           PERFORM PROXIMO-FIXO
           IF WS-FIXO-IDX > 0
              PERFORM CABE-ANTES-DO-FIXO.
           IF WS-MELHOR-IDX = 0
              MOVE WS-ROTA-QTD TO WS-SEQ
           ELSE
              PERFORM REGISTRA-PARADA.
       AVALIA-CANDIDATO-ROTA.
           IF WS-ROTA-USADO (WS-IDX) = 'N'
              AND WS-ROTA-FIXO (WS-IDX) = 'N'
              MOVE WS-ROTA-LA (WS-IDX) TO C-LA
              MOVE WS-ROTA-LO (WS-IDX) TO C-LO
              MOVE WS-POS-LA TO V-LA
                 MOVE DISTANCIA TO WS-MELHOR-DIST
                 MOVE WS-IDX    TO WS-MELHOR-IDX.
           ADD 1 TO WS-IDX.
      * COMPROMISSO AINDA NAO VISITADO DE HORA MAIS CEDO.
       PROXIMO-FIXO.
           MOVE 0 TO WS-FIXO-IDX
           MOVE 9999 TO WS-FIXO-HORA
           MOVE 1 TO WS-IDX
           IF WS-QTD-FIXOS > 0
              PERFORM ACHA-FIXO-PASSO UNTIL WS-IDX > WS-ROTA-QTD.
       ACHA-FIXO-PASSO.
           IF WS-ROTA-USADO (WS-IDX) = 'N'
              AND WS-ROTA-FIXO (WS-IDX) = 'S'
              AND WS-ROTA-HORA (WS-IDX) < WS-FIXO-HORA
              MOVE WS-ROTA-HORA (WS-IDX) TO WS-FIXO-HORA
              MOVE WS-IDX TO WS-FIXO-IDX.
           ADD 1 TO WS-IDX.
      * A PARADA LIVRE MAIS PROXIMA SO ENTRA ANTES DO COMPROMISSO SE,
      * DEPOIS DE CHEGAR NELA E FAZER A VISITA, AINDA DER PARA IR
      * ATE O COMPROMISSO NA HORA; SENAO A ROTA SEGUE PARA ELE.
       CABE-ANTES-DO-FIXO.
           MOVE WS-FIXO-HORA TO WS-HORA-CALC
           COMPUTE WS-FIXO-MIN = WS-HC-HH * 60 + WS-HC-MM
           IF WS-MELHOR-IDX NOT = 0
              COMPUTE WS-DESLOC-CALC ROUNDED =
                      WS-MELHOR-DIST * 60 / WS-VELOCIDADE
              COMPUTE WS-CHEGADA-MIN = WS-RELOGIO + WS-DESLOC-CALC
                                     + WS-TEMPO-VISITA
              MOVE WS-ROTA-LA (WS-MELHOR-IDX) TO V-LA
              MOVE WS-ROTA-LO (WS-MELHOR-IDX) TO V-LO
              PERFORM MEDE-ATE-FIXO
              IF WS-CHEGADA-MIN + WS-DESLOC-CALC > WS-FIXO-MIN
                 MOVE 0 TO WS-MELHOR-IDX.
           IF WS-MELHOR-IDX = 0
              MOVE WS-POS-LA TO V-LA
              MOVE WS-POS-LO TO V-LO
              PERFORM MEDE-ATE-FIXO
              MOVE DISTANCIA   TO WS-MELHOR-DIST
              MOVE WS-FIXO-IDX TO WS-MELHOR-IDX.
       MEDE-ATE-FIXO.
           MOVE WS-ROTA-LA (WS-FIXO-IDX) TO C-LA
           MOVE WS-ROTA-LO (WS-FIXO-IDX) TO C-LO
           MOVE 0 TO DISTANCIA WS-MULTIPLICADOR
           CALL 'FORMULA' USING C-LA C-LO V-LA V-LO
                                DISTANCIA WS-MULTIPLICADOR
           COMPUTE WS-DESLOC-CALC ROUNDED =
                   DISTANCIA * 60 / WS-VELOCIDADE.
       REGISTRA-PARADA.
           ADD 1 TO WS-SEQ
           MOVE 'S' TO WS-ROTA-USADO (WS-MELHOR-IDX)
              MOVE SPACES TO L05-BLOQ.
           MOVE WS-ROTA-ABRE  (WS-MELHOR-IDX) TO L05-ABRE
           MOVE WS-ROTA-FECHA (WS-MELHOR-IDX) TO L05-FECHA
           MOVE 0      TO L05-CHEGADA
           MOVE SPACES TO L05-AGENDA
           IF WS-FL-ORIGEM = 'A'
              PERFORM AVANCA-RELOGIO.
           WRITE LINHA FROM LINHA-05 BEFORE 1
           MOVE WS-FL-VENDEDOR               TO RT-VENDEDOR
           MOVE WS-SEQ                       TO RT-SEQUENCIA
           MOVE WS-MELHOR-DIST               TO RT-DISTANCIA
           MOVE WS-TOTAL-DIST                TO RT-ACUMULADO
           MOVE L05-BLOQ                     TO RT-BLOQ
           MOVE L05-AGENDA                   TO RT-AGENDA
           MOVE 0 TO RT-CHEGADA
           IF WS-FL-ORIGEM = 'A'
              MOVE WS-HORA-CALC TO RT-CHEGADA.
           MOVE ';' TO RT-F1 RT-F2 RT-F3 RT-F4 RT-F5 RT-F6 RT-F7 RT-F8
           WRITE REG-ROTACSV.
      * CHEGADA NA PARADA PELO DESLOCAMENTO DA PERNA. NO COMPROMISSO
      * O VENDEDOR ESPERA A HORA MARCADA (OU CHEGA ATRASADO) E FICA
      * A DURACAO AGENDADA; NA PARADA LIVRE FICA O TEMPO-VISITA.
       AVANCA-RELOGIO.
           COMPUTE WS-DESLOC-CALC ROUNDED =
                   WS-MELHOR-DIST * 60 / WS-VELOCIDADE
           COMPUTE WS-CHEGADA-MIN = WS-RELOGIO + WS-DESLOC-CALC
           IF WS-ROTA-FIXO (WS-MELHOR-IDX) = 'S'
              MOVE WS-ROTA-HORA (WS-MELHOR-IDX) TO WS-HORA-CALC
              COMPUTE WS-FIXO-MIN = WS-HC-HH * 60 + WS-HC-MM
              IF WS-CHEGADA-MIN > WS-FIXO-MIN
                 MOVE 'ATRASADO' TO L05-AGENDA
              ELSE
                 MOVE 'AGENDADO' TO L05-AGENDA
                 MOVE WS-FIXO-MIN TO WS-CHEGADA-MIN.
           IF WS-ROTA-FIXO (WS-MELHOR-IDX) = 'S'
              COMPUTE WS-RELOGIO = WS-CHEGADA-MIN
                                 + WS-ROTA-DURACAO (WS-MELHOR-IDX)
           ELSE
              COMPUTE WS-RELOGIO = WS-CHEGADA-MIN + WS-TEMPO-VISITA.
           IF WS-CHEGADA-MIN > 5999
              MOVE 5999 TO WS-CHEGADA-MIN.
           DIVIDE WS-CHEGADA-MIN BY 60 GIVING WS-HC-HH
                  REMAINDER WS-HC-MM
           MOVE WS-HORA-CALC TO L05-CHEGADA.
       CABEC-ROTA.
           MOVE WS-FL-VENDEDOR TO L02-VENDEDOR
           MOVE VD-NOME        TO L02-NOME
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           MOVE WS-FL-VENDEDOR TO L07-VENDEDOR
           MOVE VD-NOME        TO L07-NOME
           WRITE LINHA FROM LINHA-07 BEFORE 1
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1.
      * -----------------------------------
              MOVE 'S' TO WS-TEM-CLISITE
           ELSE
              MOVE 'N' TO WS-TEM-CLISITE.
           OPEN INPUT COMPROM
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-COMPROM
           ELSE
              MOVE 'N' TO WS-TEM-COMPROM.
           PERFORM LE-PARAMETROS
           OPEN OUTPUT ROTACSV
           PERFORM ABRE-SPOOL
           MOVE 0 TO FS-STAT.
      * INICIO DO DIA, TEMPO DE VISITA E VELOCIDADE DO RELOGIO DA
      * AGENDA; CHAVE AUSENTE OU ZERADA FICA COM O PADRAO.
       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-PARAMS
           ELSE
              MOVE 'N' TO WS-TEM-PARAMS.
           IF ARQUIVO-PARAMS-OK
              MOVE 'HORA-INICIO ' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0
                 MOVE PR-VALOR TO WS-HORA-INICIO.
           IF ARQUIVO-PARAMS-OK
              MOVE 'TEMPO-VISITA' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0
                 MOVE PR-VALOR TO WS-TEMPO-VISITA.
           IF ARQUIVO-PARAMS-OK
              MOVE 'VELOC-KMH   ' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0
                 MOVE PR-VALOR TO WS-VELOCIDADE.
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
