       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV61.
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
      * OBJETIVO.....: SICCV61 - JORNADA DOS VENDEDORES PELOS CHECK-INS     *
      *                MONTA NO JORNADA.DAT O REGISTRO DIARIO DE CADA       *
      *                VENDEDOR NO MES A PARTIR DAS VISITAS COM CHECK-IN DO *
      *                APARELHO DE CAMPO (REORDENADAS POR VENDEDOR NO       *
      *                JORTMP, COMO O KMTMP DO SICCV36), CADA UMA SOB O     *
      *                VENDEDOR DO CLIENTE NA DATA DA VISITA (O ATUAL       *
      *                DESFEITO PELOS MOVIMENTOS DO HISTCART.CSV            *
      *                POSTERIORES A ELA): PRIMEIRO E ULTIMO CHECK-IN,      *
      *                VISITAS E O DESLOCAMENTO ESTIMADO DA BASE AO         *
      *                PRIMEIRO PONTO E DO ULTIMO DE VOLTA (FORMULA E       *
      *                VELOC-KMH DO PARAMS.DAT). JORNADA = ULTIMO MENOS     *
      *                PRIMEIRO + DESLOCAMENTO + TEMPO-VISITA; ACIMA DE     *
      *                JORNADA-MIN E EXCESSO, E DOMINGO OU FERIADO (DIAUTIL *
      *                E FERIADO.DAT) TRABALHADO CONTA INTEIRO. DIA UTIL    *
      *                SEM CHECK-IN VIRA 'SEM ATIVIDADE' OU 'AUSENTE' PELA  *
      *                AGENDA DE AUSENCIAS. IMPRIME OS DIAS ACIMA DO LIMITE *
      *                POR VENDEDOR E GRAVA O JORNADA.CSV PARA O RH, COM    *
      *                CABECALHO 'H' E TRAILER 'T' COMO O FOLHA.CSV.        *
      *                LINHA DE COMANDO: 'RELATORIO AAAAMM'.                *
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
       COPY AUSENCIA.SEL.
       COPY PARAMS.SEL.
       COPY JORNADA.SEL.
           SELECT JORTMP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY JT-CHAVE.
           SELECT JORCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTCART ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY VISITAS.FD.
       COPY AUSENCIA.FD.
       COPY PARAMS.FD.
       COPY JORNADA.FD.
      * CHECK-INS DO MES REORDENADOS POR (VENDEDOR, DATA, HORA), COM
      * A COORDENADA DE ONDE O APARELHO ESTAVA.
       FD  JORTMP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-JORTMP.
       01  REG-JORTMP.
           05 JT-CHAVE.
              10 JT-VENDEDOR    PIC 9(03).
              10 JT-DATA        PIC 9(08).
              10 JT-HORA        PIC 9(06).
              10 JT-CLIENTE     PIC 9(07).
           05 JT-LA             PIC S9(03)V9(8).
           05 JT-LO             PIC S9(03)V9(8).
       FD  JORCSV   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-JORNRH.
       01  REG-JORCSV.
           05 JC-VENDEDOR       PIC 9(03).
           05 JC-F1             PIC X(01).
           05 JC-CPF            PIC 9(14).
           05 JC-F2             PIC X(01).
           05 JC-DATA           PIC 9(08).
           05 JC-F3             PIC X(01).
           05 JC-TIPO-DIA       PIC X(01).
           05 JC-F4             PIC X(01).
           05 JC-SITUACAO       PIC X(01).
           05 JC-F5             PIC X(01).
           05 JC-PRIMEIRO       PIC 9(06).
           05 JC-F6             PIC X(01).
           05 JC-ULTIMO         PIC 9(06).
           05 JC-F7             PIC X(01).
           05 JC-VISITAS        PIC 9(03).
           05 JC-F8             PIC X(01).
           05 JC-MIN-DESLOC     PIC 9(04).
           05 JC-F9             PIC X(01).
           05 JC-MIN-JORNADA    PIC 9(04).
           05 JC-F10            PIC X(01).
           05 JC-MIN-LIMITE     PIC 9(04).
           05 JC-F11            PIC X(01).
           05 JC-MIN-EXCESSO    PIC 9(04).
      * HISTORICO DE MOVIMENTOS DE CARTEIRA (MESMO LAYOUT DO
      * SICCV05), SO LIDO.
       FD  HISTCART LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-HISTCART.
       01  REG-HISTCART.
           05 HC-DATA               PIC 9(08).
           05 HC-F1                 PIC X(01).
           05 HC-CLIENTE            PIC 9(07).
           05 HC-F2                 PIC X(01).
           05 HC-VENDEDOR-ANTERIOR  PIC 9(03).
           05 HC-F3                 PIC X(01).
           05 HC-VENDEDOR-NOVO      PIC 9(03).
           05 HC-F4                 PIC X(01).
           05 HC-DISTANCIA          PIC 9(05)V9(3).
           05 HC-FS                 PIC X(01).
           05 HC-SELO               PIC X(19).
       FD  LISTAG LABEL RECORD IS OMITTED.
       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       01  DADOS-LINKAGE.
           05  C-LA                   PIC S9(03)V9(8).
           05  C-LO                   PIC S9(03)V9(8).
           05  V-LA                   PIC S9(03)V9(8).
           05  V-LO                   PIC S9(03)V9(8).
           05  DISTANCIA              PIC  9(05)V9(3).
           05  WS-MULTIPLICADOR       PIC  9(01)V9(02).
      * PARAMETROS DO SUBPROGRAMA DIAUTIL: DOMINGO ('W' = 7) E DIA
      * NAO UTIL ('U' = N, FERIADO.DAT) E A CAMINHADA PELOS DIAS
      * UTEIS DO MES ('P' E 'S').
       01  WS-DU-FUNCAO         PIC X(01) VALUE SPACES.
       01  WS-DU-DATA           PIC 9(08) VALUE ZEROS.
       01  WS-DU-DATA-PROX      PIC 9(08) VALUE ZEROS.
       01  WS-DU-DIAS           PIC 9(08) VALUE ZEROS.
       01  WS-DU-UTIL           PIC X(01) VALUE SPACES.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-FIM-VENDEDOR      PIC X(01) VALUE 'N'.
           88 FIM-VENDEDOR           VALUE 'S'.
       01  WS-FIM-AUSENCIA      PIC X(01) VALUE 'N'.
           88 FIM-AUSENCIA           VALUE 'S'.
       01  WS-TEM-AUSENCIA      PIC X(01) VALUE 'N'.
           88 ARQUIVO-AUSENCIA-OK    VALUE 'S'.
       01  WS-TEM-PARAMS        PIC X(01) VALUE 'N'.
           88 ARQUIVO-PARAMS-OK      VALUE 'S'.
       01  WS-AUSENTE           PIC X(01) VALUE 'N'.
           88 VENDEDOR-AUSENTE       VALUE 'S'.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HOJE-ANOMES    PIC 9(06).
           05 WS-HOJE-DIA       PIC 9(02).
       01  WS-ANOMES            PIC 9(06) VALUE ZEROS.
       01  WS-VI-ANOMES         PIC 9(06) VALUE ZEROS.
       01  WS-JO-ANOMES         PIC 9(06) VALUE ZEROS.
      * LIMITES DA APURACAO (PARAMS.DAT; CHAVE AUSENTE OU ZERADA
      * FICA COM O PADRAO): JORNADA CONTRATUAL EM MINUTOS, TEMPO
      * MEDIO DA ULTIMA VISITA E VELOCIDADE MEDIA NO DESLOCAMENTO.
       01  WS-LIMITE-MIN        PIC 9(04) VALUE 0480.
       01  WS-TEMPO-VISITA      PIC 9(03) VALUE 030.
       01  WS-VELOCIDADE        PIC 9(03) VALUE 040.
      * DIA EM MONTAGEM NA 2A PASSADA.
       01  WS-VDD-CORRENTE      PIC 9(03) VALUE ZEROS.
       01  WS-DATA-CORRENTE     PIC 9(08) VALUE ZEROS.
       01  WS-BASE-LA           PIC S9(03)V9(8) VALUE ZEROS.
       01  WS-BASE-LO           PIC S9(03)V9(8) VALUE ZEROS.
       01  WS-TEM-BASE          PIC X(01) VALUE 'N'.
           88 VENDEDOR-COM-BASE      VALUE 'S'.
       01  WS-POS-LA            PIC S9(03)V9(8) VALUE ZEROS.
       01  WS-POS-LO            PIC S9(03)V9(8) VALUE ZEROS.
       01  WS-PRIMEIRO          PIC 9(06) VALUE ZEROS.
       01  WS-ULTIMO            PIC 9(06) VALUE ZEROS.
       01  WS-VIS-DIA           PIC 9(03) VALUE ZEROS.
       01  WS-KM-IDA            PIC 9(05)V9(3) VALUE ZEROS.
       01  WS-KM-VOLTA          PIC 9(05)V9(3) VALUE ZEROS.
      * HORARIO HHMMSS DESMONTADO PARA CONTAR MINUTOS.
       01  WS-HORA-CALC         PIC 9(06) VALUE ZEROS.
       01  WS-HORA-CALC-R REDEFINES WS-HORA-CALC.
           05 WS-HC-HH          PIC 9(02).
           05 WS-HC-MM          PIC 9(02).
           05 WS-HC-SS          PIC 9(02).
       01  WS-MIN-PRIMEIRO      PIC 9(04) VALUE ZEROS.
       01  WS-MIN-ULTIMO        PIC 9(04) VALUE ZEROS.
       01  WS-MIN-CALC          PIC 9(06) VALUE ZEROS.
      * CAMINHADA PELOS DIAS UTEIS DO MES NA 3A PASSADA.
       01  WS-DIA-VEZ           PIC 9(08) VALUE ZEROS.
       01  WS-DIA-VEZ-R REDEFINES WS-DIA-VEZ.
           05 WS-DIA-VEZ-ANOMES PIC 9(06).
           05 WS-DIA-VEZ-DIA    PIC 9(02).
      * MOVIMENTOS DO HISTCART (EM ORDEM DE DATA), PARA DESFAZER NO
      * VENDEDOR ATUAL DO CLIENTE AS TROCAS POSTERIORES A VISITA: O
      * VENDEDOR ANTERIOR DO PRIMEIRO MOVIMENTO DO CLIENTE DEPOIS DA
      * DATA E O DONO DO CLIENTE NAQUELE DIA.
       01  WS-TAB-MOVIMENTOS.
           05 WS-MV OCCURS 9000 TIMES.
              10 WS-MV-DATA      PIC 9(08).
              10 WS-MV-CLIENTE   PIC 9(07).
              10 WS-MV-VENDEDOR  PIC 9(03).
       01  WS-QTD-MOV           PIC 9(05) VALUE ZEROS.
       01  WS-MOV-EXCEDE        PIC 9(05) VALUE ZEROS.
       01  WS-IM                PIC 9(05) VALUE ZEROS.
       01  WS-ACHOU-MOV         PIC X(01) VALUE 'N'.
       01  WS-FIM-HIST          PIC X(01) VALUE 'N'.
           88 FIM-HIST               VALUE 'S'.
      * CONTADORES
       01  WS-QTD-CHECKINS      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DIAS          PIC 9(05) VALUE ZEROS.
       01  WS-QTD-TRAB          PIC 9(03) VALUE ZEROS.
       01  WS-QTD-ACIMA         PIC 9(03) VALUE ZEROS.
       01  WS-QTD-DOMFER        PIC 9(03) VALUE ZEROS.
       01  WS-QTD-SEMATIV       PIC 9(03) VALUE ZEROS.
       01  WS-QTD-AUSENTE       PIC 9(03) VALUE ZEROS.
       01  WS-EXC-MES           PIC 9(06) VALUE ZEROS.
       01  WS-EXC-GERAL         PIC 9(07) VALUE ZEROS.
       01  WS-ACIMA-GERAL       PIC 9(05) VALUE ZEROS.
      * MINUTOS EDITADOS COMO HH:MM NO RELATORIO.
       01  WS-MINUTOS           PIC 9(07) VALUE ZEROS.
       01  WS-HORAS             PIC 9(05) VALUE ZEROS.
       01  WS-HHMM.
           05 WS-HHMM-HH        PIC ZZZZ9.
           05 F                 PIC X(01) VALUE ':'.
           05 WS-HHMM-MM        PIC 9(02).
      * CONTROLE DO JORNADA.CSV: CABECALHO
      * 'H;ORIGEM;DATA;HORA;VERSAO;AMBIENTE'
      * E TRAILER 'T;CONTAGEM;HASH' (HASH = SOMA DOS MINUTOS DE
      * JORNADA), PARA O RH RECUSAR ARQUIVO TRUNCADO.
       01  WS-CTL-CABEC.
           05 F                 PIC X(02) VALUE 'H;'.
           05 WS-CTL-ORIGEM     PIC X(08) VALUE 'SICCV61 '.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-CTL-DATA       PIC 9(08) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-CTL-HORA       PIC 9(06) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-CTL-VERSAO     PIC X(03) VALUE '001'.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-CTL-AMBIENTE   PIC X(08) VALUE SPACES.
       01  WS-CTL-TRAILER.
           05 F                 PIC X(02) VALUE 'T;'.
           05 WS-CTL-QTD        PIC 9(07) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-CTL-HASH       PIC 9(13)V9(02) VALUE ZEROS.
       01  WS-CTL-HORA-TODA     PIC 9(08) VALUE ZEROS.
       01  WS-RH-QTD            PIC 9(07) VALUE ZEROS.
       01  WS-RH-HASH           PIC 9(13)V9(02) VALUE ZEROS.
       01  LINHA-01              PIC X(80) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(45) VALUE
              'JORNADA DOS VENDEDORES - ACIMA DO LIMITE - '.
           05 L02-ANOMES         PIC 9(06) VALUE ZEROS.
       01  LINHA-03.
           05 F                  PIC X(10) VALUE 'VENDEDOR: '.
           05 L03-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L03-NOME           PIC X(40) VALUE SPACES.
       01  LINHA-04          PIC X(80) VALUE "DATA     DIA  INICIO  FIM 
      -    "  VISITAS DESLOC  JORNADA  EXCESSO".
       01  LINHA-05          PIC X(80) VALUE "-------- ---  ------  ----
      -    "- ------- ------ -------- --------".
       01  LINHA-06.
           05 L06-DATA           PIC 9(08)  VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L06-DIA            PIC X(03)  VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L06-PRI-HH         PIC 9(02)  VALUE ZEROS.
           05 F                  PIC X(01) VALUE ':'.
           05 L06-PRI-MM         PIC 9(02)  VALUE ZEROS.
           05 F                  PIC X(03) VALUE SPACES.
           05 L06-ULT-HH         PIC 9(02)  VALUE ZEROS.
           05 F                  PIC X(01) VALUE ':'.
           05 L06-ULT-MM         PIC 9(02)  VALUE ZEROS.
           05 F                  PIC X(05) VALUE SPACES.
           05 L06-VISITAS        PIC ZZ9    VALUE ZEROS.
           05 F                  PIC X(03) VALUE SPACES.
           05 L06-DESLOC         PIC ZZZ9   VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L06-JORNADA        PIC X(08)  VALUE SPACES.
           05 F                  PIC X(01) VALUE SPACES.
           05 L06-EXCESSO        PIC X(08)  VALUE SPACES.
       01  LINHA-07.
           05 F                  PIC X(12) VALUE 'TRABALHADOS:'.
           05 L07-TRAB           PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(15) VALUE '  ACIMA LIMITE:'.
           05 L07-ACIMA          PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(10) VALUE '  DOM/FER:'.
           05 L07-DOMFER         PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(16) VALUE '  SEM ATIVIDADE:'.
           05 L07-SEMATIV        PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(10) VALUE '  AUSENTE:'.
           05 L07-AUSENTE        PIC ZZ9 VALUE ZEROS.
       01  LINHA-08.
           05 F                  PIC X(24) VALUE
              'EXCESSO NO MES (HH:MM): '.
           05 L08-EXCESSO        PIC X(08) VALUE SPACES.
       01  LINHA-09.
           05 F                  PIC X(30) VALUE
              'TOTAL GERAL - DIAS ACIMA....: '.
           05 L09-ACIMA          PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(20) VALUE
              '  EXCESSO (HH:MM): '.
           05 L09-EXCESSO        PIC X(08) VALUE SPACES.
       01  LINHA-10.
           05 F                  PIC X(30) VALUE
              'LIMITE CONTRATUAL (MINUTOS): '.
           05 L10-LIMITE         PIC ZZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           IF WS-PARM-EXECUCAO(1:9) = 'RELATORIO'
              IF WS-PARM-EXECUCAO(11:6) NUMERIC
                 MOVE WS-PARM-EXECUCAO(11:6) TO WS-ANOMES
              ELSE
                 MOVE WS-HOJE-ANOMES TO WS-ANOMES
           ELSE
              DISPLAY 'COMPETENCIA (AAAAMM): '
              ACCEPT WS-ANOMES
              IF WS-ANOMES = 0
                 MOVE WS-HOJE-ANOMES TO WS-ANOMES.
           PERFORM ABRIR-ARQUIVOS
           PERFORM LE-PARAMETROS
           PERFORM LIMPA-MES
           PERFORM CARREGA-MOVIMENTOS
           PERFORM SELECIONA-CHECKINS
           PERFORM MONTA-JORNADAS
           PERFORM COMPLETA-DIAS
           PERFORM IMPRIME-JORNADAS
           PERFORM FINALIZA.
      * -----------------------------------
       FINALIZA.
           IF ARQUIVO-AUSENCIA-OK
              CLOSE AUSENCIA.
           CLOSE CLIENTES VENDEDOR VISITAS JORNADA JORTMP
                 JORCSV LISTAG
           DISPLAY 'JORNADA ' WS-ANOMES
                   ' - CHECK-INS NO MES: ' WS-QTD-CHECKINS
                   ' - DIAS APURADOS: ' WS-QTD-DIAS
           IF WS-MOV-EXCEDE > 0
              DISPLAY 'MOVIMENTOS HISTCART IGNORADOS: ' WS-MOV-EXCEDE.
           STOP RUN.
      * -----------------------------------
      * LIMITES DA APURACAO DO PARAMS.DAT; CHAVE AUSENTE OU ZERADA
      * FICA COM O PADRAO DE COMPILACAO.
       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-PARAMS
           ELSE
              MOVE 'N' TO WS-TEM-PARAMS.
           IF ARQUIVO-PARAMS-OK
              MOVE 'JORNADA-MIN ' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0
                 MOVE PR-VALOR TO WS-LIMITE-MIN.
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
      * A COMPETENCIA E APURADA DE NOVO A CADA RODADA: APAGA OS
      * REGISTROS DO MES NO JORNADA.DAT ANTES DE REMONTAR.
       LIMPA-MES.
           MOVE ZEROS TO JO-VENDEDOR JO-DATA
           START JORNADA KEY NOT LESS THAN JO-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM LIMPA-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       LIMPA-PASSO.
           READ JORNADA NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE JO-DATA(1:6) TO WS-JO-ANOMES
              IF WS-JO-ANOMES = WS-ANOMES
                 DELETE JORNADA.
      * -----------------------------------
      * 1A PASSADA: VARRE O VISITAS.DAT E GRAVA NO JORTMP CADA
      * VISITA DO MES COM CHECK-IN, SOB O VENDEDOR DO CLIENTE NA
      * DATA DA VISITA (O ATUAL, DESFEITAS AS TROCAS POSTERIORES).
      * VISITA DIGITADA (SEM COORDENADA DO APARELHO) NAO PROVA
      * HORARIO E FICA DE FORA.
       SELECIONA-CHECKINS.
           MOVE 0 TO WS-QTD-CHECKINS
           MOVE ZEROS TO VI-CLIENTE VI-DATA VI-HORA
           START VISITAS KEY NOT LESS THAN VI-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM SELECIONA-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       SELECIONA-PASSO.
           READ VISITAS NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE VI-DATA(1:6) TO WS-VI-ANOMES
              IF WS-VI-ANOMES = WS-ANOMES
                 AND (VI-CHECKIN-LAT NOT = 0
                      OR VI-CHECKIN-LONG NOT = 0)
                 PERFORM GUARDA-CHECKIN.
       GUARDA-CHECKIN.
           MOVE 0 TO JT-VENDEDOR
           MOVE VI-CLIENTE TO CL-CODIGO
           READ CLIENTES
           IF FS-STAT = 00
              MOVE CL-VENDEDOR TO JT-VENDEDOR.
           PERFORM ACHA-MOVIMENTO
           IF WS-ACHOU-MOV = 'S'
              MOVE WS-MV-VENDEDOR (WS-IM) TO JT-VENDEDOR.
           IF JT-VENDEDOR > 0
              MOVE VI-DATA         TO JT-DATA
              MOVE VI-HORA         TO JT-HORA
              MOVE VI-CLIENTE      TO JT-CLIENTE
              MOVE VI-CHECKIN-LAT  TO JT-LA
              MOVE VI-CHECKIN-LONG TO JT-LO
              WRITE REG-JORTMP
              ADD 1 TO WS-QTD-CHECKINS.
           MOVE 0 TO FS-STAT.
      * GUARDA TODOS OS MOVIMENTOS DO HISTCART UMA VEZ POR RODADA.
       CARREGA-MOVIMENTOS.
           MOVE 0 TO WS-QTD-MOV WS-MOV-EXCEDE
           OPEN INPUT HISTCART
           IF FS-STAT = 00
              MOVE 'N' TO WS-FIM-HIST
              PERFORM CARREGA-MOVIMENTO-PASSO UNTIL FIM-HIST
              CLOSE HISTCART.
           MOVE 0 TO FS-STAT.
       CARREGA-MOVIMENTO-PASSO.
           READ HISTCART AT END
              MOVE 'S' TO WS-FIM-HIST.
           IF NOT FIM-HIST AND HC-DATA NUMERIC
              IF WS-QTD-MOV < 9000
                 ADD 1 TO WS-QTD-MOV
                 MOVE HC-DATA    TO WS-MV-DATA     (WS-QTD-MOV)
                 MOVE HC-CLIENTE TO WS-MV-CLIENTE  (WS-QTD-MOV)
                 MOVE HC-VENDEDOR-ANTERIOR
                                 TO WS-MV-VENDEDOR (WS-QTD-MOV)
              ELSE
                 ADD 1 TO WS-MOV-EXCEDE.
      * PRIMEIRO MOVIMENTO DO CLIENTE DATADO DEPOIS DA VISITA.
       ACHA-MOVIMENTO.
           MOVE 'N' TO WS-ACHOU-MOV
           MOVE 1 TO WS-IM
           PERFORM ACHA-MOVIMENTO-PASSO
                   UNTIL WS-IM > WS-QTD-MOV OR WS-ACHOU-MOV = 'S'.
       ACHA-MOVIMENTO-PASSO.
           IF WS-MV-CLIENTE (WS-IM) = VI-CLIENTE
              AND WS-MV-DATA (WS-IM) > VI-DATA
              MOVE 'S' TO WS-ACHOU-MOV
           ELSE
              ADD 1 TO WS-IM.
      * -----------------------------------
      * 2A PASSADA: LE O JORTMP EM ORDEM (VENDEDOR, DATA, HORA) E
      * FECHA UM REGISTRO DE JORNADA A CADA TROCA DE DIA.
       MONTA-JORNADAS.
           MOVE 0 TO WS-VDD-CORRENTE WS-DATA-CORRENTE WS-QTD-DIAS
           MOVE ZEROS TO JT-VENDEDOR JT-DATA JT-HORA JT-CLIENTE
           START JORTMP KEY NOT LESS THAN JT-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM MONTA-PASSO UNTIL FIM-ARQ
           PERFORM FECHA-DIA
           MOVE 0 TO FS-STAT.
       MONTA-PASSO.
           READ JORTMP NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF JT-VENDEDOR NOT = WS-VDD-CORRENTE
                 PERFORM FECHA-DIA
                 PERFORM ABRE-VENDEDOR
                 PERFORM ABRE-DIA
              ELSE
                 IF JT-DATA NOT = WS-DATA-CORRENTE
                    PERFORM FECHA-DIA
                    PERFORM ABRE-DIA.
           IF NOT FIM-ARQ
              PERFORM REGISTRA-CHECKIN.
       ABRE-VENDEDOR.
           MOVE JT-VENDEDOR TO WS-VDD-CORRENTE
           MOVE JT-VENDEDOR TO VD-CODIGO
           READ VENDEDOR
           IF FS-STAT NOT = 00
              MOVE 0 TO VD-LATITUDE VD-LONGITUDE.
           MOVE 0 TO FS-STAT
           MOVE VD-LATITUDE  TO WS-BASE-LA
           MOVE VD-LONGITUDE TO WS-BASE-LO
           IF WS-BASE-LA = 0 AND WS-BASE-LO = 0
              MOVE 'N' TO WS-TEM-BASE
           ELSE
              MOVE 'S' TO WS-TEM-BASE.
       ABRE-DIA.
           MOVE JT-DATA TO WS-DATA-CORRENTE
           MOVE 0 TO WS-VIS-DIA WS-KM-IDA WS-KM-VOLTA
                     WS-PRIMEIRO WS-ULTIMO.
      * O PRIMEIRO CHECK-IN DO DIA MEDE A PERNA DE IDA; O ULTIMO
      * FICA GUARDADO PARA A PERNA DE VOLTA NO FECHAMENTO.
       REGISTRA-CHECKIN.
           MOVE JT-HORA TO WS-ULTIMO
           MOVE JT-LA TO WS-POS-LA
           MOVE JT-LO TO WS-POS-LO
           IF WS-VIS-DIA = 0
              MOVE JT-HORA TO WS-PRIMEIRO
              PERFORM MEDE-PERNA
              MOVE DISTANCIA TO WS-KM-IDA.
           ADD 1 TO WS-VIS-DIA.
      * PERNA ENTRE A BASE E O PONTO EM WS-POS-LA/LO; VENDEDOR SEM
      * COORDENADA DE BASE NAO TEM DESLOCAMENTO ESTIMADO.
       MEDE-PERNA.
           MOVE 0 TO DISTANCIA WS-MULTIPLICADOR
           IF VENDEDOR-COM-BASE
              MOVE WS-POS-LA  TO C-LA
              MOVE WS-POS-LO  TO C-LO
              MOVE WS-BASE-LA TO V-LA
              MOVE WS-BASE-LO TO V-LO
              CALL 'FORMULA' USING C-LA C-LO V-LA V-LO
                                   DISTANCIA WS-MULTIPLICADOR.
       FECHA-DIA.
           IF WS-DATA-CORRENTE NOT = 0 AND WS-VIS-DIA > 0
              PERFORM MEDE-PERNA
              MOVE DISTANCIA TO WS-KM-VOLTA
              PERFORM CALCULA-JORNADA
              PERFORM GRAVA-JORNADA.
           MOVE 0 TO WS-VIS-DIA
           MOVE 0 TO WS-DATA-CORRENTE.
      * JORNADA EM MINUTOS: DO PRIMEIRO AO ULTIMO CHECK-IN, MAIS O
      * DESLOCAMENTO DAS DUAS PERNAS E O TEMPO DA ULTIMA VISITA.
       CALCULA-JORNADA.
           INITIALIZE REG-JORNADA
           MOVE WS-VDD-CORRENTE  TO JO-VENDEDOR
           MOVE WS-DATA-CORRENTE TO JO-DATA
           MOVE WS-PRIMEIRO      TO JO-PRIMEIRO
           MOVE WS-ULTIMO        TO JO-ULTIMO
           MOVE WS-VIS-DIA       TO JO-VISITAS
           MOVE WS-KM-IDA        TO JO-KM-IDA
           MOVE WS-KM-VOLTA      TO JO-KM-VOLTA
           MOVE WS-LIMITE-MIN    TO JO-MIN-LIMITE
           MOVE WS-HOJE          TO JO-DATA-APURACAO
           MOVE 'T' TO JO-SITUACAO
           MOVE WS-PRIMEIRO TO WS-HORA-CALC
           COMPUTE WS-MIN-PRIMEIRO = WS-HC-HH * 60 + WS-HC-MM
           MOVE WS-ULTIMO TO WS-HORA-CALC
           COMPUTE WS-MIN-ULTIMO = WS-HC-HH * 60 + WS-HC-MM
           COMPUTE WS-MIN-CALC ROUNDED =
                   (WS-KM-IDA + WS-KM-VOLTA) * 60 / WS-VELOCIDADE
           IF WS-MIN-CALC > 9999
              MOVE 9999 TO WS-MIN-CALC.
           MOVE WS-MIN-CALC TO JO-MIN-DESLOC
           COMPUTE WS-MIN-CALC = WS-MIN-ULTIMO - WS-MIN-PRIMEIRO
                               + JO-MIN-DESLOC + WS-TEMPO-VISITA
           IF WS-MIN-CALC > 9999
              MOVE 9999 TO WS-MIN-CALC.
           MOVE WS-MIN-CALC TO JO-MIN-JORNADA
           PERFORM CLASSIFICA-DIA
      * DOMINGO OU FERIADO TRABALHADO E EXCESSO POR INTEIRO.
           IF JORNADA-DIA-UTIL
              IF JO-MIN-JORNADA > JO-MIN-LIMITE
                 COMPUTE JO-MIN-EXCESSO =
                         JO-MIN-JORNADA - JO-MIN-LIMITE
              ELSE
                 MOVE 0 TO JO-MIN-EXCESSO
           ELSE
              MOVE JO-MIN-JORNADA TO JO-MIN-EXCESSO.
      * DOMINGO PELO DIA DA SEMANA; OUTRO DIA NAO UTIL E FERIADO
      * (FERIADO.DAT, PELO DIAUTIL).
       CLASSIFICA-DIA.
           MOVE 'U' TO JO-TIPO-DIA
           MOVE 'W' TO WS-DU-FUNCAO
           MOVE JO-DATA TO WS-DU-DATA
           MOVE 0 TO WS-DU-DIAS
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
           IF WS-DU-DIAS = 7
              MOVE 'D' TO JO-TIPO-DIA
           ELSE
              MOVE 'U' TO WS-DU-FUNCAO
              CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                             WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
              IF WS-DU-UTIL = 'N'
                 MOVE 'F' TO JO-TIPO-DIA.
       GRAVA-JORNADA.
           WRITE REG-JORNADA
           IF FS-STAT = 22
              REWRITE REG-JORNADA.
           ADD 1 TO WS-QTD-DIAS
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * 3A PASSADA: PARA CADA VENDEDOR NAO INATIVO, OS DIAS UTEIS DO
      * MES ATE ONTEM SEM REGISTRO SAO GRAVADOS SEM ATIVIDADE, OU
      * AUSENTE QUANDO CAEM NA AGENDA DE AUSENCIAS (OU O VENDEDOR
      * ESTA AFASTADO).
       COMPLETA-DIAS.
           MOVE ZEROS TO VD-CODIGO
           START VENDEDOR KEY NOT LESS THAN VD-CODIGO
           MOVE 'N' TO WS-FIM-VENDEDOR
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-VENDEDOR.
           PERFORM COMPLETA-VENDEDOR UNTIL FIM-VENDEDOR
           MOVE 0 TO FS-STAT.
       COMPLETA-VENDEDOR.
           READ VENDEDOR NEXT AT END
              MOVE 'S' TO WS-FIM-VENDEDOR.
           IF NOT FIM-VENDEDOR AND NOT VENDEDOR-INATIVO
              COMPUTE WS-DU-DATA = WS-ANOMES * 100 + 1
              MOVE 'P' TO WS-DU-FUNCAO
              CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                             WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
              MOVE WS-DU-DATA-PROX TO WS-DIA-VEZ
              PERFORM COMPLETA-DIA
                      UNTIL WS-DIA-VEZ-ANOMES NOT = WS-ANOMES
                         OR WS-DIA-VEZ NOT < WS-HOJE.
       COMPLETA-DIA.
           MOVE VD-CODIGO  TO JO-VENDEDOR
           MOVE WS-DIA-VEZ TO JO-DATA
           READ JORNADA
           IF FS-STAT = 23
              PERFORM GRAVA-SEM-ATIVIDADE.
           MOVE 0 TO FS-STAT
           MOVE 'S' TO WS-DU-FUNCAO
           MOVE WS-DIA-VEZ TO WS-DU-DATA
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL
           MOVE WS-DU-DATA-PROX TO WS-DIA-VEZ.
       GRAVA-SEM-ATIVIDADE.
           PERFORM VERIFICA-AUSENCIA
           INITIALIZE REG-JORNADA
           MOVE VD-CODIGO     TO JO-VENDEDOR
           MOVE WS-DIA-VEZ    TO JO-DATA
           MOVE WS-LIMITE-MIN TO JO-MIN-LIMITE
           MOVE WS-HOJE       TO JO-DATA-APURACAO
           MOVE 'U' TO JO-TIPO-DIA
           IF VENDEDOR-AUSENTE
              MOVE 'A' TO JO-SITUACAO
           ELSE
              MOVE 'S' TO JO-SITUACAO.
           PERFORM GRAVA-JORNADA.
      * AUSENCIA VIGENTE NO DIA: PERIODOS DO VENDEDOR INICIADOS ATE
      * A DATA E AINDA NAO TERMINADOS NELA.
       VERIFICA-AUSENCIA.
           MOVE 'N' TO WS-AUSENTE
           IF VENDEDOR-AFASTADO
              MOVE 'S' TO WS-AUSENTE.
           IF ARQUIVO-AUSENCIA-OK AND NOT VENDEDOR-AUSENTE
              MOVE VD-CODIGO TO AF-VENDEDOR
              MOVE ZEROS     TO AF-DATA-INICIO
              START AUSENCIA KEY NOT LESS THAN AF-CHAVE
              MOVE 'N' TO WS-FIM-AUSENCIA
              IF FS-STAT NOT = 00
                 MOVE 'S' TO WS-FIM-AUSENCIA.
           IF ARQUIVO-AUSENCIA-OK AND NOT VENDEDOR-AUSENTE
              PERFORM AUSENCIA-PASSO
                      UNTIL FIM-AUSENCIA OR VENDEDOR-AUSENTE.
           MOVE 0 TO FS-STAT.
       AUSENCIA-PASSO.
           READ AUSENCIA NEXT AT END
              MOVE 'S' TO WS-FIM-AUSENCIA.
           IF NOT FIM-AUSENCIA
              IF AF-VENDEDOR NOT = VD-CODIGO
                 OR AF-DATA-INICIO > WS-DIA-VEZ
                 MOVE 'S' TO WS-FIM-AUSENCIA
              ELSE
                 IF AF-DATA-FIM NOT < WS-DIA-VEZ
                    MOVE 'S' TO WS-AUSENTE.
      * -----------------------------------
      * 4A PASSADA: LE O JORNADA.DAT DO MES EM ORDEM (VENDEDOR,
      * DATA); IMPRIME OS DIAS COM EXCESSO E O RESUMO DE CADA
      * VENDEDOR E GRAVA TODOS OS DIAS NO JORNADA.CSV.
       IMPRIME-JORNADAS.
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE WS-ANOMES TO L02-ANOMES
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           MOVE WS-LIMITE-MIN TO L10-LIMITE
           WRITE LINHA FROM LINHA-10 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           MOVE 0 TO WS-RH-QTD WS-RH-HASH
           ACCEPT WS-CTL-DATA FROM DATE YYYYMMDD
           ACCEPT WS-CTL-HORA-TODA FROM TIME
           MOVE WS-CTL-HORA-TODA(1:6) TO WS-CTL-HORA
           MOVE WS-AMB-NOME TO WS-CTL-AMBIENTE
           MOVE SPACES TO REG-JORCSV
           MOVE WS-CTL-CABEC TO REG-JORCSV
           WRITE REG-JORCSV
           MOVE 0 TO WS-VDD-CORRENTE WS-EXC-GERAL WS-ACIMA-GERAL
           MOVE ZEROS TO JO-VENDEDOR JO-DATA
           START JORNADA KEY NOT LESS THAN JO-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM IMPRIME-PASSO UNTIL FIM-ARQ
           PERFORM FECHA-VENDEDOR
           MOVE WS-ACIMA-GERAL TO L09-ACIMA
           MOVE WS-EXC-GERAL TO WS-MINUTOS
           PERFORM FORMATA-HHMM
           MOVE WS-HHMM TO L09-EXCESSO
           WRITE LINHA FROM LINHA-09 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE WS-RH-QTD  TO WS-CTL-QTD
           MOVE WS-RH-HASH TO WS-CTL-HASH
           MOVE SPACES TO REG-JORCSV
           MOVE WS-CTL-TRAILER TO REG-JORCSV
           WRITE REG-JORCSV
           MOVE 0 TO FS-STAT.
       IMPRIME-PASSO.
           READ JORNADA NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE JO-DATA(1:6) TO WS-JO-ANOMES
              IF WS-JO-ANOMES = WS-ANOMES
                 IF JO-VENDEDOR NOT = WS-VDD-CORRENTE
                    PERFORM FECHA-VENDEDOR
                    PERFORM ABRE-BLOCO.
           IF NOT FIM-ARQ
              IF WS-JO-ANOMES = WS-ANOMES
                 PERFORM CONTA-DIA
                 PERFORM GRAVA-RH.
       ABRE-BLOCO.
           MOVE JO-VENDEDOR TO WS-VDD-CORRENTE
           MOVE JO-VENDEDOR TO VD-CODIGO
           READ VENDEDOR
           IF FS-STAT NOT = 00
              MOVE SPACES TO VD-NOME
              MOVE 0 TO VD-CPF.
           MOVE 0 TO FS-STAT
           MOVE 0 TO WS-QTD-TRAB WS-QTD-ACIMA WS-QTD-DOMFER
                     WS-QTD-SEMATIV WS-QTD-AUSENTE WS-EXC-MES
           MOVE JO-VENDEDOR TO L03-VENDEDOR
           MOVE VD-NOME     TO L03-NOME
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1
           WRITE LINHA FROM LINHA-05 BEFORE 1.
       CONTA-DIA.
           IF JORNADA-SEM-ATIVIDADE
              ADD 1 TO WS-QTD-SEMATIV.
           IF JORNADA-AUSENTE
              ADD 1 TO WS-QTD-AUSENTE.
           IF JORNADA-TRABALHADA
              ADD 1 TO WS-QTD-TRAB
              IF NOT JORNADA-DIA-UTIL
                 ADD 1 TO WS-QTD-DOMFER.
           IF JO-MIN-EXCESSO > 0
              ADD 1 TO WS-QTD-ACIMA WS-ACIMA-GERAL
              ADD JO-MIN-EXCESSO TO WS-EXC-MES WS-EXC-GERAL
              PERFORM IMPRIME-DIA.
       IMPRIME-DIA.
           MOVE JO-DATA TO L06-DATA
           MOVE 'UTL' TO L06-DIA
           IF JORNADA-DOMINGO
              MOVE 'DOM' TO L06-DIA.
           IF JORNADA-FERIADO
              MOVE 'FER' TO L06-DIA.
           MOVE JO-PRIMEIRO TO WS-HORA-CALC
           MOVE WS-HC-HH TO L06-PRI-HH
           MOVE WS-HC-MM TO L06-PRI-MM
           MOVE JO-ULTIMO TO WS-HORA-CALC
           MOVE WS-HC-HH TO L06-ULT-HH
           MOVE WS-HC-MM TO L06-ULT-MM
           MOVE JO-VISITAS    TO L06-VISITAS
           MOVE JO-MIN-DESLOC TO L06-DESLOC
           MOVE JO-MIN-JORNADA TO WS-MINUTOS
           PERFORM FORMATA-HHMM
           MOVE WS-HHMM TO L06-JORNADA
           MOVE JO-MIN-EXCESSO TO WS-MINUTOS
           PERFORM FORMATA-HHMM
           MOVE WS-HHMM TO L06-EXCESSO
           WRITE LINHA FROM LINHA-06 BEFORE 1.
       GRAVA-RH.
           MOVE JO-VENDEDOR    TO JC-VENDEDOR
           MOVE VD-CPF         TO JC-CPF
           MOVE JO-DATA        TO JC-DATA
           MOVE JO-TIPO-DIA    TO JC-TIPO-DIA
           MOVE JO-SITUACAO    TO JC-SITUACAO
           MOVE JO-PRIMEIRO    TO JC-PRIMEIRO
           MOVE JO-ULTIMO      TO JC-ULTIMO
           MOVE JO-VISITAS     TO JC-VISITAS
           MOVE JO-MIN-DESLOC  TO JC-MIN-DESLOC
           MOVE JO-MIN-JORNADA TO JC-MIN-JORNADA
           MOVE JO-MIN-LIMITE  TO JC-MIN-LIMITE
           MOVE JO-MIN-EXCESSO TO JC-MIN-EXCESSO
           MOVE ';' TO JC-F1 JC-F2 JC-F3 JC-F4 JC-F5 JC-F6
                       JC-F7 JC-F8 JC-F9 JC-F10 JC-F11
           WRITE REG-JORCSV
           ADD 1 TO WS-RH-QTD
           ADD JO-MIN-JORNADA TO WS-RH-HASH.
       FECHA-VENDEDOR.
           IF WS-VDD-CORRENTE NOT = 0
              MOVE WS-QTD-TRAB    TO L07-TRAB
              MOVE WS-QTD-ACIMA   TO L07-ACIMA
              MOVE WS-QTD-DOMFER  TO L07-DOMFER
              MOVE WS-QTD-SEMATIV TO L07-SEMATIV
              MOVE WS-QTD-AUSENTE TO L07-AUSENTE
              WRITE LINHA FROM LINHA-07 BEFORE 2
              MOVE WS-EXC-MES TO WS-MINUTOS
              PERFORM FORMATA-HHMM
              MOVE WS-HHMM TO L08-EXCESSO
              WRITE LINHA FROM LINHA-08 BEFORE 2.
           MOVE 0 TO WS-VDD-CORRENTE.
       FORMATA-HHMM.
           DIVIDE WS-MINUTOS BY 60 GIVING WS-HORAS
                  REMAINDER WS-HHMM-MM
           MOVE WS-HORAS TO WS-HHMM-HH.
      * -----------------------------------
      * ABRE ARQUIVOS (O JORTMP E RECOMECADO A CADA RODADA; O
      * JORNADA.DAT E CRIADO NA PRIMEIRA)
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
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO VISITAS: ' FS-STAT
              STOP RUN.
           OPEN INPUT AUSENCIA
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-AUSENCIA
           ELSE
              MOVE 'N' TO WS-TEM-AUSENCIA.
           OPEN I-O JORNADA
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT JORNADA
              CLOSE JORNADA
              OPEN I-O JORNADA.
           OPEN OUTPUT JORTMP
           CLOSE JORTMP
           OPEN I-O JORTMP
           OPEN OUTPUT JORCSV
           OPEN OUTPUT LISTAG
           MOVE 0 TO FS-STAT.
