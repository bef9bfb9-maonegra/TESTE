      * DATA.........: 22/08/2026                                           *
      ***********************************************************************
      * OBJETIVO.....: SICCV21 - INTERCAMBIO DE VISITAS COM O CAMPO         *
      *                EXPORTA: GRAVA EXPVISIT.CSV COM AS VISITAS PREVISTAS *
      *                (VI-PROXIMA DA ULTIMA VISITA) DE CADA VENDEDOR E OS  *
      *                COMPROMISSOS COM HORA MARCADA (COMPROM.DAT, SICCV73) *
      *                DE HOJE EM DIANTE, COM HORA, DURACAO E SITE; A       *
      *                PREVISTA DO CLIENTE QUE TEM COMPROMISSO NO MESMO DIA *
      *                SAI SO PELO COMPROMISSO. IMPORTA: LE O VISITRET.CSV  *
      *                PREENCHIDO NO CAMPO                                  *
      *                (CLIENTE;DATA;COD.RESULTADO;COMPLEMENTO;             *
      *                PROXIMA;LAT.CHECKIN;LONG.CHECKIN - AS DUAS ULTIMAS   *
      *                OPCIONAIS) E GRAVA NO VISITAS.DAT, REJEITANDO PARA O *
      *                REJVISIT.CSV, COM NUMERO DE LINHA, CLIENTE           *
      *                DESCONHECIDO, DATA INVALIDA E VISITA JA GRAVADA      *
      *                (MESMA DISCIPLINA DO IMPORTADOR DE CLIENTES).        *
      *                LINHAS 'I;CLIENTE;DATA;PRODUTO;LINHA;QTD;PRECO'      *
      *                LOGO DEPOIS DA VISITA SAO OS ITENS DO PEDIDO TIRADO  *
      *                NELA: VAO PARA O PEDIDO.DAT/PEDITEM.DAT NA CHAVE     *
      *                DA VISITA (PRECO COM DUAS CASAS DECIMAIS).           *
      *                A VISITA IMPORTADA E MARCADA COM A CAMPANHA EM       *
      *                VIGOR QUE TEM O CLIENTE NO PUBLICO-ALVO (ACHACAMP).  *
      *                DEPOIS DO CHECK-IN, A LINHA DE VISITA PODE TRAZER    *
      *                ATE TRES TRINCAS CONCORRENTE;LINHA;PARTICIPACAO(%)   *
      *                DOS CONCORRENTES VISTOS NO CLIENTE, QUE VAO PARA O   *
      *                VISCONC.DAT NA CHAVE DA VISITA (TABELAS CONCORR E    *
      *                LINHAPRD).                                           *
      *                LINHA DE COMANDO: 'EXPORTA' OU 'IMPORTA'.            *
      ***********************************************************************

       COPY CLIENTES.SEL.
       COPY VISITAS.SEL.
       COPY RESULTCD.SEL.
       COPY PEDIDO.SEL.
       COPY PEDITEM.SEL.
       COPY LINHAPRD.SEL.
       COPY COMPROM.SEL.
       COPY CONCORR.SEL.
       COPY VISCONC.SEL.
           SELECT RETCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY CLIENTES.FD.
       COPY VISITAS.FD.
       COPY RESULTCD.FD.
       COPY PEDIDO.FD.
       COPY PEDITEM.FD.
       COPY LINHAPRD.FD.
       COPY COMPROM.FD.
       COPY CONCORR.FD.
       COPY VISCONC.FD.
       FD  RETCSV   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-VISITRET.
      * UMA COLUNA ALEM DO CONTEUDO MAXIMO (132, JA COM O CHECK-IN DE
      * LATITUDE E LONGITUDE E OS TRES CONCORRENTES NO FIM DA LINHA),
      * PARA A VARREDURA PARAR DEPOIS DO ULTIMO CARACTERE MESMO SEM
      * ';' TERMINADOR.
       01  REG-RETCSV.
           05 RC-LINHA          PIC X(01) OCCURS 133 TIMES.
       FD  EXPCSV   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-EXPVISIT.
       01  REG-EXPCSV.
      * 'S' QUANDO A PREVISTA ORIGINAL CAIU EM DOMINGO/FERIADO E A
      * DATA EXPORTADA JA E O DIA UTIL SEGUINTE (ROLADA).
           05 EX-ROLADA         PIC X(01).
      * COMPROMISSO COM HORA MARCADA: HORA DE INICIO (HHMM), DURACAO
      * EM MINUTOS E SITE DO CLIENTE; ZERADOS NA VISITA PREVISTA.
           05 EX-F5             PIC X(01).
           05 EX-HORA           PIC 9(04).
           05 EX-F6             PIC X(01).
           05 EX-DURACAO        PIC 9(03).
           05 EX-F7             PIC X(01).
           05 EX-SITE           PIC 9(02).
       FD  REJCSV   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-REJVISIT.
       01  REG-REJCSV.
           05 RJ-MOTIVO         PIC X(40).
       FD  RETLE    LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-VISITRET.
       01  REG-RETLE            PIC X(133).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY JORNAL.WS.
       01  IDX                  PIC 9(03) VALUE ZEROS.
       01  IDX-COD              PIC 9(03) VALUE ZEROS.
       01  CT                   PIC 9(02) VALUE ZEROS.
      * PRIMEIRA COLUNA DO CAMPO EM EXTRACAO, PARA A COPIA DE TRAS
      * PARA FRENTE PARAR NO COMECO DO PROPRIO CAMPO E NAO INVADIR
      * OS CAMPOS VIZINHOS.
       01  WS-CAMPO-INI         PIC 9(03) VALUE ZEROS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
       01  WS-FUNCAO            PIC 9(01) VALUE ZEROS.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-TEM-RESULTCD      PIC X(01) VALUE 'N'.
           88 ARQUIVO-RESULTCD-OK    VALUE 'S'.
       01  WS-TEM-LINHAPRD      PIC X(01) VALUE 'N'.
           88 ARQUIVO-LINHAPRD-OK    VALUE 'S'.
       01  WS-TEM-COMPROM       PIC X(01) VALUE 'N'.
           88 ARQUIVO-COMPROM-OK     VALUE 'S'.
       01  WS-TEM-CONCORR       PIC X(01) VALUE 'N'.
           88 ARQUIVO-CONCORR-OK     VALUE 'S'.
       01  WS-TEM-VISCONC       PIC X(01) VALUE 'N'.
           88 ARQUIVO-VISCONC-OK     VALUE 'S'.
       01  WS-TEM-COMPROMISSO   PIC X(01) VALUE 'N'.
       01  WS-FIM-COMPROM       PIC X(01) VALUE 'N'.
       01  WS-QTD-COMPROM       PIC 9(05) VALUE ZEROS.
       01  WS-CSV-LINHA         PIC 9(05) VALUE ZEROS.
       01  WS-CSV-STAT-LIDO     PIC 9(02) VALUE ZEROS.
       01  WS-QTD-OK            PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REJ           PIC 9(05) VALUE ZEROS.
       01  WS-QTD-EXP           PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ITENS         PIC 9(05) VALUE ZEROS.
       01  WS-QTD-CONCORR       PIC 9(05) VALUE ZEROS.
      * VISITA GRAVADA PELA ULTIMA LINHA DE VISITA DESTA CARGA: SO
      * ELA RECEBE OS ITENS DE PEDIDO QUE VEM EM SEGUIDA (VISITA
      * REJEITADA OU REENVIADA NAO GANHA ITEM DUPLICADO).
       01  WS-ULT-VISITA-CLIENTE PIC 9(07) VALUE ZEROS.
       01  WS-ULT-VISITA-DATA   PIC 9(08) VALUE ZEROS.
       01  WS-CSV-REJEITADO     PIC X(01) VALUE 'N'.
           88 LINHA-REJEITADA        VALUE 'S'.
       01  WS-MOTIVO-REJEICAO   PIC X(40) VALUE SPACES.
           05 WS-VI-CHECKIN-LONG PIC 9(03)V9(8).
           05 WS-CILONG REDEFINES WS-VI-CHECKIN-LONG.
              10 RE-CILONG      PIC 9 OCCURS 11 TIMES.
      * CONCORRENTES PRESENTES NA VISITA: ATE TRES TRINCAS
      * CONCORRENTE;LINHA;PARTICIPACAO DEPOIS DO CHECK-IN. CADA
      * TRINCA E EXTRAIDA NO WS-REG-CONC E GUARDADA NA TABELA ATE A
      * VISITA SER GRAVADA.
       01  WS-VK-IDX            PIC 9(01) VALUE ZEROS.
       01  WS-REG-CONC.
           05 WS-VK-CONCORRENTE PIC X(03).
           05 WS-VKCONC REDEFINES WS-VK-CONCORRENTE.
              10 RE-VKCONC      PIC X OCCURS 3 TIMES.
           05 WS-VK-LINHA       PIC X(03).
           05 WS-VKLIN REDEFINES WS-VK-LINHA.
              10 RE-VKLIN       PIC X OCCURS 3 TIMES.
           05 WS-VK-PARTICIPACAO PIC 9(03).
           05 WS-VKPART REDEFINES WS-VK-PARTICIPACAO.
              10 RE-VKPART      PIC 9 OCCURS 3 TIMES.
       01  WS-VK-TABELA.
           05 WS-VK-ITEM OCCURS 3 TIMES.
              10 WS-VK-T-CONC   PIC X(03).
              10 WS-VK-T-LINHA  PIC X(03).
              10 WS-VK-T-PART   PIC 9(03).
      * ITEM DE PEDIDO DO RETORNO (LINHA 'I;').
       01  WS-REG-ITEM.
           05 WS-PI-CLIENTE     PIC 9(07).
           05 WS-ITCLI REDEFINES WS-PI-CLIENTE.
              10 RE-ITCLI       PIC 9 OCCURS 7 TIMES.
           05 WS-PI-DATA        PIC 9(08).
           05 WS-ITDATA REDEFINES WS-PI-DATA.
              10 RE-ITDATA      PIC 9 OCCURS 8 TIMES.
           05 WS-PI-PRODUTO     PIC X(15).
           05 WS-ITPROD REDEFINES WS-PI-PRODUTO.
              10 RE-ITPROD      PIC X OCCURS 15 TIMES.
           05 WS-PI-LINHA       PIC X(03).
           05 WS-ITLIN REDEFINES WS-PI-LINHA.
              10 RE-ITLIN       PIC X OCCURS 3 TIMES.
           05 WS-PI-QTD         PIC 9(07).
           05 WS-ITQTD REDEFINES WS-PI-QTD.
              10 RE-ITQTD       PIC 9 OCCURS 7 TIMES.
           05 WS-PI-PRECO       PIC 9(07)V9(02).
           05 WS-ITPRECO REDEFINES WS-PI-PRECO.
              10 RE-ITPRECO     PIC 9 OCCURS 9 TIMES.
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           PERFORM FINALIZA.
      * -----------------------------------
       FINALIZA.
           CLOSE CLIENTES VISITAS PEDIDO PEDITEM
           IF ARQUIVO-RESULTCD-OK
              CLOSE RESULTCD.
           IF ARQUIVO-LINHAPRD-OK
              CLOSE LINHAPRD.
           IF ARQUIVO-COMPROM-OK
              CLOSE COMPROM.
           IF ARQUIVO-CONCORR-OK
              CLOSE CONCORR.
           IF ARQUIVO-VISCONC-OK
              CLOSE VISCONC.
           STOP RUN.
      * -----------------------------------
      * EXPORTACAO: A VISITA PREVISTA DE CADA CLIENTE E O VI-PROXIMA
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM EXPORTA-PASSO UNTIL FIM-ARQ
           PERFORM EXPORTA-FECHA-CLIENTE
           PERFORM EXPORTA-COMPROMISSOS
           MOVE WS-QTD-EXP  TO WS-CTL-QTD
           MOVE WS-EXP-HASH TO WS-CTL-HASH
           MOVE SPACES TO REG-EXPCSV
           WRITE REG-EXPCSV
           CLOSE EXPCSV
           DISPLAY 'EXPORTADAS ' WS-QTD-EXP ' VISITAS PREVISTAS'
                   ' (COMPROMISSOS: ' WS-QTD-COMPROM ')'
           MOVE 0 TO FS-STAT.
       EXPORTA-PASSO.
           READ VISITAS NEXT AT END
              READ CLIENTES
              IF FS-STAT = 00 AND CL-VENDEDOR > 0
                 PERFORM ROLA-DIA-UTIL
                 PERFORM CONFERE-COMPROMISSO-DIA
                 IF WS-TEM-COMPROMISSO = 'N'
                    PERFORM GRAVA-PREVISTA.
           MOVE 0 TO WS-ULT-PROXIMA
           MOVE 0 TO FS-STAT.
       GRAVA-PREVISTA.
           MOVE CL-VENDEDOR    TO EX-VENDEDOR
           MOVE CL-CODIGO      TO EX-CLIENTE
           MOVE CL-RAZAO       TO EX-RAZAO
           MOVE WS-ULT-PROXIMA TO EX-PROXIMA
           MOVE WS-EXP-ROLADA  TO EX-ROLADA
           MOVE 0 TO EX-HORA EX-DURACAO EX-SITE
           MOVE ';' TO EX-F1 EX-F2 EX-F3 EX-F4 EX-F5 EX-F6 EX-F7
           WRITE REG-EXPCSV
           ADD 1 TO WS-QTD-EXP
           ADD WS-ULT-PROXIMA TO WS-EXP-HASH.
      * O CLIENTE QUE TEM COMPROMISSO COM O VENDEDOR NO DIA DA
      * PREVISTA E EXPORTADO SO PELO COMPROMISSO, COM A HORA.
       CONFERE-COMPROMISSO-DIA.
           MOVE 'N' TO WS-TEM-COMPROMISSO
           MOVE 'S' TO WS-FIM-COMPROM
           IF ARQUIVO-COMPROM-OK
              MOVE CL-VENDEDOR    TO AP-VENDEDOR
              MOVE WS-ULT-PROXIMA TO AP-DATA
              MOVE ZEROS          TO AP-HORA
              START COMPROM KEY NOT LESS THAN AP-CHAVE
              IF FS-STAT = 00
                 MOVE 'N' TO WS-FIM-COMPROM.
           PERFORM CONFERE-COMPROMISSO-PASSO UNTIL WS-FIM-COMPROM = 'S'
           MOVE 0 TO FS-STAT.
       CONFERE-COMPROMISSO-PASSO.
           READ COMPROM NEXT AT END
              MOVE 'S' TO WS-FIM-COMPROM.
           IF WS-FIM-COMPROM = 'N'
              IF AP-VENDEDOR NOT = CL-VENDEDOR
                 OR AP-DATA NOT = WS-ULT-PROXIMA
                 MOVE 'S' TO WS-FIM-COMPROM
              ELSE
                 IF AP-CLIENTE = CL-CODIGO
                    MOVE 'S' TO WS-TEM-COMPROMISSO
                    MOVE 'S' TO WS-FIM-COMPROM.
      * COMPROMISSOS DE HOJE EM DIANTE, NA ORDEM DA CHAVE (VENDEDOR,
      * DATA E HORA), DEPOIS DAS PREVISTAS E NO MESMO CONTROLE.
       EXPORTA-COMPROMISSOS.
           MOVE 0 TO WS-QTD-COMPROM
           MOVE 'S' TO WS-FIM-COMPROM
           IF ARQUIVO-COMPROM-OK
              MOVE ZEROS TO AP-VENDEDOR AP-HORA
              MOVE WS-CTL-DATA TO AP-DATA
              START COMPROM KEY NOT LESS THAN AP-CHAVE
              IF FS-STAT = 00
                 MOVE 'N' TO WS-FIM-COMPROM.
           PERFORM EXPORTA-COMPROMISSO-PASSO
                   UNTIL WS-FIM-COMPROM = 'S'
           MOVE 0 TO FS-STAT.
       EXPORTA-COMPROMISSO-PASSO.
           READ COMPROM NEXT AT END
              MOVE 'S' TO WS-FIM-COMPROM.
           IF WS-FIM-COMPROM = 'N' AND AP-DATA NOT < WS-CTL-DATA
              MOVE AP-CLIENTE TO CL-CODIGO
              READ CLIENTES
              IF FS-STAT = 00
                 MOVE AP-VENDEDOR TO EX-VENDEDOR
                 MOVE AP-CLIENTE  TO EX-CLIENTE
                 MOVE CL-RAZAO    TO EX-RAZAO
                 MOVE AP-DATA     TO EX-PROXIMA
                 MOVE 'N'         TO EX-ROLADA
                 MOVE AP-HORA     TO EX-HORA
                 MOVE AP-DURACAO  TO EX-DURACAO
                 MOVE AP-SITE     TO EX-SITE
                 MOVE ';' TO EX-F1 EX-F2 EX-F3 EX-F4 EX-F5 EX-F6 EX-F7
                 WRITE REG-EXPCSV
                 ADD 1 TO WS-QTD-EXP WS-QTD-COMPROM
                 ADD AP-DATA TO WS-EXP-HASH.
           MOVE 0 TO FS-STAT.
      * PREVISTA EM DIA NAO UTIL ROLA PARA O DIA UTIL SEGUINTE
      * (MESMA REGRA DA AGENDA DO SICCV19).
       ROLA-DIA-UTIL.
              PERFORM FINALIZA.
           OPEN OUTPUT REJCSV
           MOVE 0 TO WS-CSV-LINHA WS-QTD-OK WS-QTD-REJ FS-STAT
           MOVE 0 TO WS-QTD-ITENS WS-QTD-CONCORR
           MOVE 0 TO WS-ULT-VISITA-CLIENTE WS-ULT-VISITA-DATA
           MOVE 'N' TO WS-FIM-ARQ
           PERFORM IMPORTA-PASSO UNTIL FIM-ARQ
           CLOSE RETCSV REJCSV
           DISPLAY 'VISITAS IMPORTADAS: ' WS-QTD-OK
                   ' ITENS DE PEDIDO: ' WS-QTD-ITENS
                   ' CONCORRENTES: ' WS-QTD-CONCORR
                   ' REJEITADAS: ' WS-QTD-REJ
           MOVE 0 TO FS-STAT.
       IMPORTA-PASSO.
                    AND RC-LINHA(2) = ';'
                    MOVE 0 TO FS-STAT
                 ELSE
                    IF RC-LINHA(1) = 'I' AND RC-LINHA(2) = ';'
                       PERFORM IMPORTA-ITEM-PEDIDO
                    ELSE
                       PERFORM IMPORTA-LINHA.
      * -----------------------------------
      * CONFERENCIA DO CONTROLE DO RETORNO, ANTES DE GRAVAR QUALQUER
      * COISA: O ARQUIVO TEM QUE ABRIR COM O CABECALHO 'H;', TERMINAR
      * COM O TRAILER 'T;CONTAGEM;HASH' E AS CONTAGENS TEM QUE BATER
      * (HASH = SOMA DO PRIMEIRO CAMPO, O CODIGO DO CLIENTE; NA
      * LINHA DE ITEM 'I;' E O CLIENTE LOGO DEPOIS DO TIPO).
       VALIDA-CONTROLE-RETORNO.
           MOVE 'S' TO WS-CONTROLE-OK
           MOVE 'N' TO WS-PRE-TEM-CABEC WS-PRE-TEM-TRAILER
       SOMA-HASH-CLIENTE.
           MOVE 0 TO WS-PRE-CAMPO
           MOVE 1 TO WS-PRE-IDX
           IF REG-RETLE(1:2) = 'I;'
              MOVE 3 TO WS-PRE-IDX.
           PERFORM SOMA-HASH-DIGITO
                   UNTIL WS-PRE-IDX > 10
                      OR REG-RETLE(WS-PRE-IDX:1) = ';'
           ADD WS-PRE-CAMPO TO WS-PRE-HASH.
       SOMA-HASH-DIGITO.
           ADD 1 TO WS-PRE-IDX.
       IMPORTA-LINHA.
           ADD 1 TO WS-CSV-LINHA
           MOVE 0 TO WS-ULT-VISITA-CLIENTE WS-ULT-VISITA-DATA
           MOVE ZEROS  TO WS-VI-CLIENTE WS-VI-DATA WS-VI-PROXIMA
           MOVE ZEROS  TO WS-VI-CHECKIN-LAT WS-VI-CHECKIN-LONG
           MOVE SPACES TO WS-VI-RESULT-COD WS-VI-RESULTADO
           MOVE 1 TO IDX IDX-COD
           MOVE 1 TO WS-CAMPO-INI
           MOVE 7 TO CT
           PERFORM PEGA-CAMPO UNTIL RC-LINHA(IDX) = ';' OR IDX = 133
           PERFORM MOVE-CLIENTE UNTIL IDX = WS-CAMPO-INI

           PERFORM PREPARA-CAMPO
           MOVE 8 TO CT
           PERFORM PEGA-CAMPO UNTIL RC-LINHA(IDX) = ';' OR IDX = 133
           PERFORM MOVE-DATA UNTIL IDX = WS-CAMPO-INI

           PERFORM PREPARA-CAMPO
           MOVE 3 TO CT
           PERFORM PEGA-CAMPO UNTIL RC-LINHA(IDX) = ';' OR IDX = 133
           PERFORM MOVE-RESCOD UNTIL IDX = WS-CAMPO-INI

           PERFORM PREPARA-CAMPO
           MOVE 40 TO CT
           PERFORM PEGA-CAMPO UNTIL RC-LINHA(IDX) = ';' OR IDX = 133
           PERFORM MOVE-RESULTADO UNTIL IDX = WS-CAMPO-INI

           PERFORM PREPARA-CAMPO
           MOVE 8 TO CT
           PERFORM PEGA-CAMPO UNTIL RC-LINHA(IDX) = ';' OR IDX = 133
           PERFORM MOVE-PROXIMA UNTIL IDX = WS-CAMPO-INI

           PERFORM PREPARA-CAMPO
           MOVE 11 TO CT
           PERFORM PEGA-CAMPO UNTIL RC-LINHA(IDX) = ';' OR IDX = 133
           PERFORM MOVE-CILAT UNTIL IDX = WS-CAMPO-INI

           PERFORM PREPARA-CAMPO
           MOVE 11 TO CT
           PERFORM PEGA-CAMPO UNTIL RC-LINHA(IDX) = ';' OR IDX = 133
           PERFORM MOVE-CILONG UNTIL IDX = WS-CAMPO-INI

           MOVE SPACES TO WS-VK-TABELA
           MOVE 1 TO WS-VK-IDX
           PERFORM PEGA-CONCORRENTE 3 TIMES

           PERFORM VALIDA-LINHA-VISITA
           IF LINHA-REJEITADA
              PERFORM GRAVA-LINHA-REJEITADA
                    MOVE 'S' TO WS-CSV-REJEITADO
                    MOVE 'CODIGO DE RESULTADO NAO CADASTRADO'
                          TO WS-MOTIVO-REJEICAO.
           MOVE 1 TO WS-VK-IDX
           PERFORM VALIDA-CONCORRENTE 3 TIMES.
      * TRINCA DE CONCORRENTE: CODIGO NA CONCORR E LINHA NA LINHAPRD
      * (QUANDO AS TABELAS ABRIRAM) E PARTICIPACAO ATE 100%; TRINCA
      * SEM CONCORRENTE E IGNORADA.
       VALIDA-CONCORRENTE.
           IF NOT LINHA-REJEITADA
              AND WS-VK-T-CONC (WS-VK-IDX) NOT = SPACES
              IF WS-VK-T-PART (WS-VK-IDX) NOT NUMERIC
                 OR WS-VK-T-PART (WS-VK-IDX) > 100
                 MOVE 'S' TO WS-CSV-REJEITADO
                 MOVE 'PARTICIPACAO DO CONCORRENTE INVALIDA'
                       TO WS-MOTIVO-REJEICAO.
           IF NOT LINHA-REJEITADA
              AND WS-VK-T-CONC (WS-VK-IDX) NOT = SPACES
              AND ARQUIVO-CONCORR-OK
              MOVE WS-VK-T-CONC (WS-VK-IDX) TO CR-CODIGO
              READ CONCORR
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'S' TO WS-CSV-REJEITADO
                 MOVE 'CONCORRENTE NAO CADASTRADO'
                       TO WS-MOTIVO-REJEICAO.
           IF NOT LINHA-REJEITADA
              AND WS-VK-T-CONC (WS-VK-IDX) NOT = SPACES
              AND WS-VK-T-LINHA (WS-VK-IDX) NOT = SPACES
              AND ARQUIVO-LINHAPRD-OK
              MOVE WS-VK-T-LINHA (WS-VK-IDX) TO LP-CODIGO
              READ LINHAPRD
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'S' TO WS-CSV-REJEITADO
                 MOVE 'LINHA DO CONCORRENTE NAO CADASTRADA'
                       TO WS-MOTIVO-REJEICAO.
           ADD 1 TO WS-VK-IDX.
       VALIDA-DATA.
           MOVE 'S' TO WS-DATA-VALIDA
           IF WS-DATA-TESTE NOT NUMERIC
              MOVE 0                TO VI-SITE
              MOVE WS-VI-CHECKIN-LAT  TO VI-CHECKIN-LAT
              MOVE WS-VI-CHECKIN-LONG TO VI-CHECKIN-LONG
              CALL 'ACHACAMP' USING VI-CLIENTE VI-DATA VI-CAMPANHA
              WRITE REG-VISITAS
              MOVE 'I' TO WS-JN-OPERACAO
              PERFORM JORNAL-VISITAS
              IF FS-STAT = 00
                 ADD 1 TO WS-QTD-OK
                 MOVE WS-VI-CLIENTE TO WS-ULT-VISITA-CLIENTE
                 MOVE WS-VI-DATA    TO WS-ULT-VISITA-DATA
                 MOVE 1 TO WS-VK-IDX
                 PERFORM GRAVA-CONCORRENTE 3 TIMES
              ELSE
                 MOVE 'S' TO WS-CSV-REJEITADO
                 MOVE 'ERRO AO GRAVAR VISITA' TO WS-MOTIVO-REJEICAO
                 PERFORM GRAVA-LINHA-REJEITADA.
           MOVE 0 TO FS-STAT.
      * CONCORRENTE DA LINHA NA CHAVE DA VISITA RECEM GRAVADA, COM
      * ORIGEM 'C'; O MESMO CONCORRENTE E LINHA REPETIDO NA LINHA SO
      * REGRAVA A PARTICIPACAO.
       GRAVA-CONCORRENTE.
           IF ARQUIVO-VISCONC-OK
              AND WS-VK-T-CONC (WS-VK-IDX) NOT = SPACES
              MOVE VI-CLIENTE TO VK-CLIENTE
              MOVE VI-DATA    TO VK-DATA
              MOVE VI-HORA    TO VK-HORA
              MOVE WS-VK-T-CONC  (WS-VK-IDX) TO VK-CONCORRENTE
              MOVE WS-VK-T-LINHA (WS-VK-IDX) TO VK-LINHA
              MOVE WS-VK-T-PART  (WS-VK-IDX) TO VK-PARTICIPACAO
              MOVE 'C' TO VK-ORIGEM
              WRITE REG-VISCONC
              IF FS-STAT = 22
                 REWRITE REG-VISCONC
              ELSE
                 ADD 1 TO WS-QTD-CONCORR.
           ADD 1 TO WS-VK-IDX
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * ITEM DE PEDIDO: O CLIENTE E A DATA TEM QUE SER OS DA VISITA
      * GRAVADA PELA LINHA DE VISITA ANTERIOR DESTA MESMA CARGA. O
      * CABECALHO DO PEDIDO NASCE NO PRIMEIRO ITEM, COM A ORIGEM
      * 'C' (CAMPO), E SOMA QUANTIDADE DE ITENS E VALOR.
       IMPORTA-ITEM-PEDIDO.
           ADD 1 TO WS-CSV-LINHA
           MOVE ZEROS  TO WS-PI-CLIENTE WS-PI-DATA
           MOVE ZEROS  TO WS-PI-QTD WS-PI-PRECO
           MOVE SPACES TO WS-PI-PRODUTO WS-PI-LINHA
           MOVE 'N'    TO WS-CSV-REJEITADO
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE 3 TO IDX IDX-COD
           MOVE 3 TO WS-CAMPO-INI
           MOVE 7 TO CT
           PERFORM PEGA-CAMPO UNTIL RC-LINHA(IDX) = ';' OR IDX = 133
           PERFORM MOVE-ITCLI UNTIL IDX = WS-CAMPO-INI

           PERFORM PREPARA-CAMPO
           MOVE 8 TO CT
           PERFORM PEGA-CAMPO UNTIL RC-LINHA(IDX) = ';' OR IDX = 133
           PERFORM MOVE-ITDATA UNTIL IDX = WS-CAMPO-INI

           PERFORM PREPARA-CAMPO
           MOVE 15 TO CT
           PERFORM PEGA-CAMPO UNTIL RC-LINHA(IDX) = ';' OR IDX = 133
           PERFORM MOVE-ITPROD UNTIL IDX = WS-CAMPO-INI

           PERFORM PREPARA-CAMPO
           MOVE 3 TO CT
           PERFORM PEGA-CAMPO UNTIL RC-LINHA(IDX) = ';' OR IDX = 133
           PERFORM MOVE-ITLIN UNTIL IDX = WS-CAMPO-INI

           PERFORM PREPARA-CAMPO
           MOVE 7 TO CT
           PERFORM PEGA-CAMPO UNTIL RC-LINHA(IDX) = ';' OR IDX = 133
           PERFORM MOVE-ITQTD UNTIL IDX = WS-CAMPO-INI

           PERFORM PREPARA-CAMPO
           MOVE 9 TO CT
           PERFORM PEGA-CAMPO UNTIL RC-LINHA(IDX) = ';' OR IDX = 133
           PERFORM MOVE-ITPRECO UNTIL IDX = WS-CAMPO-INI

           PERFORM VALIDA-ITEM-PEDIDO
           IF LINHA-REJEITADA
              PERFORM GRAVA-LINHA-REJEITADA
           ELSE
              PERFORM GRAVA-ITEM-PEDIDO.
       VALIDA-ITEM-PEDIDO.
           IF WS-PI-CLIENTE NOT NUMERIC OR WS-PI-DATA NOT NUMERIC
              MOVE 'S' TO WS-CSV-REJEITADO
              MOVE 'CLIENTE OU DATA DO ITEM INVALIDO'
                    TO WS-MOTIVO-REJEICAO.
           IF NOT LINHA-REJEITADA
              IF WS-ULT-VISITA-CLIENTE = 0
                 OR WS-PI-CLIENTE NOT = WS-ULT-VISITA-CLIENTE
                 OR WS-PI-DATA NOT = WS-ULT-VISITA-DATA
                 MOVE 'S' TO WS-CSV-REJEITADO
                 MOVE 'ITEM SEM VISITA GRAVADA NESTA CARGA'
                       TO WS-MOTIVO-REJEICAO.
           IF NOT LINHA-REJEITADA
              IF WS-PI-PRODUTO = SPACES
                 MOVE 'S' TO WS-CSV-REJEITADO
                 MOVE 'PRODUTO EM BRANCO' TO WS-MOTIVO-REJEICAO.
           IF NOT LINHA-REJEITADA
              IF WS-PI-QTD NOT NUMERIC OR WS-PI-QTD = 0
                 MOVE 'S' TO WS-CSV-REJEITADO
                 MOVE 'QUANTIDADE INVALIDA' TO WS-MOTIVO-REJEICAO.
           IF NOT LINHA-REJEITADA
              IF WS-PI-PRECO NOT NUMERIC
                 MOVE 'S' TO WS-CSV-REJEITADO
                 MOVE 'PRECO INVALIDO' TO WS-MOTIVO-REJEICAO.
           IF NOT LINHA-REJEITADA
              IF ARQUIVO-LINHAPRD-OK AND WS-PI-LINHA NOT = SPACES
                 MOVE WS-PI-LINHA TO LP-CODIGO
                 READ LINHAPRD
                 IF FS-STAT NOT = 00
                    MOVE 0 TO FS-STAT
                    MOVE 'S' TO WS-CSV-REJEITADO
                    MOVE 'LINHA DE PRODUTO NAO CADASTRADA'
                          TO WS-MOTIVO-REJEICAO.
       GRAVA-ITEM-PEDIDO.
           MOVE WS-PI-CLIENTE TO PD-CLIENTE
           MOVE WS-PI-DATA    TO PD-DATA
           MOVE ZEROS         TO PD-HORA
           READ PEDIDO
           IF FS-STAT NOT = 00
              MOVE WS-PI-CLIENTE TO CL-CODIGO
              READ CLIENTES
              MOVE WS-PI-CLIENTE TO PD-CLIENTE
              MOVE WS-PI-DATA    TO PD-DATA
              MOVE ZEROS         TO PD-HORA
              MOVE CL-VENDEDOR   TO PD-VENDEDOR
              MOVE 0             TO PD-QTD-ITENS PD-ULT-SEQ
              MOVE 0             TO PD-VALOR
              MOVE 'C'           TO PD-ORIGEM
              MOVE 'A'           TO PD-SITUACAO
              MOVE 0             TO PD-DATA-EXPORT
              WRITE REG-PEDIDO.
           IF PD-ULT-SEQ = 999
              MOVE 'S' TO WS-CSV-REJEITADO
              MOVE 'PEDIDO COM 999 ITENS' TO WS-MOTIVO-REJEICAO
              PERFORM GRAVA-LINHA-REJEITADA
           ELSE
              ADD 1 TO PD-QTD-ITENS PD-ULT-SEQ
              MOVE PD-CLIENTE    TO PI-CLIENTE
              MOVE PD-DATA       TO PI-DATA
              MOVE PD-HORA       TO PI-HORA
              MOVE PD-ULT-SEQ    TO PI-SEQ
              MOVE WS-PI-PRODUTO TO PI-PRODUTO
              MOVE WS-PI-LINHA   TO PI-LINHA
              MOVE WS-PI-QTD     TO PI-QTD
              MOVE WS-PI-PRECO   TO PI-PRECO
              COMPUTE PI-VALOR ROUNDED = WS-PI-QTD * WS-PI-PRECO
              WRITE REG-PEDITEM
              ADD PI-VALOR TO PD-VALOR
              REWRITE REG-PEDIDO
              ADD 1 TO WS-QTD-ITENS.
           MOVE 0 TO FS-STAT.
       GRAVA-LINHA-REJEITADA.
           ADD 1 TO WS-QTD-REJ
           MOVE WS-CSV-LINHA       TO RJ-LINHA
           MOVE ';'                TO RJ-F1
           MOVE WS-MOTIVO-REJEICAO TO RJ-MOTIVO
           WRITE REG-REJCSV.
      * UMA TRINCA CONCORRENTE;LINHA;PARTICIPACAO, COM A MESMA
      * VARREDURA DOS DEMAIS CAMPOS; LINHA QUE ACABA ANTES DEIXA A
      * TRINCA EM BRANCO (A VARREDURA JA PAROU NA ULTIMA COLUNA).
       PEGA-CONCORRENTE.
           MOVE SPACES TO WS-VK-CONCORRENTE WS-VK-LINHA
           MOVE ZEROS  TO WS-VK-PARTICIPACAO

           PERFORM PREPARA-CAMPO
           MOVE 3 TO CT
           PERFORM PEGA-CAMPO UNTIL RC-LINHA(IDX) = ';' OR IDX = 133
           PERFORM MOVE-VKCONC UNTIL IDX = WS-CAMPO-INI

           PERFORM PREPARA-CAMPO
           MOVE 3 TO CT
           PERFORM PEGA-CAMPO UNTIL RC-LINHA(IDX) = ';' OR IDX = 133
           PERFORM MOVE-VKLIN UNTIL IDX = WS-CAMPO-INI

           PERFORM PREPARA-CAMPO
           MOVE 3 TO CT
           PERFORM PEGA-CAMPO UNTIL RC-LINHA(IDX) = ';' OR IDX = 133
           PERFORM MOVE-VKPART UNTIL IDX = WS-CAMPO-INI

           MOVE WS-VK-CONCORRENTE  TO WS-VK-T-CONC  (WS-VK-IDX)
           MOVE WS-VK-LINHA        TO WS-VK-T-LINHA (WS-VK-IDX)
           MOVE WS-VK-PARTICIPACAO TO WS-VK-T-PART  (WS-VK-IDX)
           ADD 1 TO WS-VK-IDX.
      * POSICIONA IDX E WS-CAMPO-INI NA PRIMEIRA COLUNA DO PROXIMO
      * CAMPO (A COLUNA DEPOIS DO ';' ONDE A VARREDURA PAROU).
       PREPARA-CAMPO.
           ADD 1 TO IDX-COD
           IF IDX-COD > 133
              MOVE 133 TO IDX-COD.
           MOVE IDX-COD TO IDX
           MOVE IDX-COD TO WS-CAMPO-INI.
       PEGA-CAMPO.
                 IF CT > 0
                    MOVE RC-LINHA(IDX) TO RE-CILONG(CT)
                    SUBTRACT 1 FROM CT.
      * COPIAS DOS CAMPOS DO ITEM DE PEDIDO, MESMA REGRA; NO PRECO
      * A VIRGULA DECIMAL E PULADA COMO NO CHECK-IN.
       MOVE-ITCLI.
           SUBTRACT 1 FROM IDX
           IF IDX NOT < WS-CAMPO-INI
              IF RC-LINHA(IDX) NOT = ';' AND RC-LINHA(IDX) NOT = ' '
                 IF CT > 0
                    MOVE RC-LINHA(IDX) TO RE-ITCLI(CT)
                    SUBTRACT 1 FROM CT.
       MOVE-ITDATA.
           SUBTRACT 1 FROM IDX
           IF IDX NOT < WS-CAMPO-INI
              IF RC-LINHA(IDX) NOT = ';' AND RC-LINHA(IDX) NOT = ' '
                 IF CT > 0
                    MOVE RC-LINHA(IDX) TO RE-ITDATA(CT)
                    SUBTRACT 1 FROM CT.
       MOVE-ITPROD.
           SUBTRACT 1 FROM IDX
           IF IDX NOT < WS-CAMPO-INI
              IF RC-LINHA(IDX) NOT = ';'
                 IF CT > 0
                    MOVE RC-LINHA(IDX) TO RE-ITPROD(CT)
                    SUBTRACT 1 FROM CT.
       MOVE-ITLIN.
           SUBTRACT 1 FROM IDX
           IF IDX NOT < WS-CAMPO-INI
              IF RC-LINHA(IDX) NOT = ';'
                 IF CT > 0
                    MOVE RC-LINHA(IDX) TO RE-ITLIN(CT)
                    SUBTRACT 1 FROM CT.
       MOVE-ITQTD.
           SUBTRACT 1 FROM IDX
           IF IDX NOT < WS-CAMPO-INI
              IF RC-LINHA(IDX) NOT = ';' AND RC-LINHA(IDX) NOT = ' '
                 IF CT > 0
                    MOVE RC-LINHA(IDX) TO RE-ITQTD(CT)
                    SUBTRACT 1 FROM CT.
       MOVE-ITPRECO.
           SUBTRACT 1 FROM IDX
           IF IDX NOT < WS-CAMPO-INI
              IF RC-LINHA(IDX) NOT = ';' AND RC-LINHA(IDX) NOT = ' '
                 AND RC-LINHA(IDX) NOT = ','
                 IF CT > 0
                    MOVE RC-LINHA(IDX) TO RE-ITPRECO(CT)
                    SUBTRACT 1 FROM CT.
      * COPIAS DA TRINCA DE CONCORRENTE; OS CODIGOS PULAM OS BRANCOS
      * COMO OS CAMPOS NUMERICOS (A TRINCA PODE SER A ULTIMA DA LINHA).
       MOVE-VKCONC.
           SUBTRACT 1 FROM IDX
           IF IDX NOT < WS-CAMPO-INI
              IF RC-LINHA(IDX) NOT = ';' AND RC-LINHA(IDX) NOT = ' '
                 IF CT > 0
                    MOVE RC-LINHA(IDX) TO RE-VKCONC(CT)
                    SUBTRACT 1 FROM CT.
       MOVE-VKLIN.
           SUBTRACT 1 FROM IDX
           IF IDX NOT < WS-CAMPO-INI
              IF RC-LINHA(IDX) NOT = ';' AND RC-LINHA(IDX) NOT = ' '
                 IF CT > 0
                    MOVE RC-LINHA(IDX) TO RE-VKLIN(CT)
                    SUBTRACT 1 FROM CT.
       MOVE-VKPART.
           SUBTRACT 1 FROM IDX
           IF IDX NOT < WS-CAMPO-INI
              IF RC-LINHA(IDX) NOT = ';' AND RC-LINHA(IDX) NOT = ' '
                 IF CT > 0
                    MOVE RC-LINHA(IDX) TO RE-VKPART(CT)
                    SUBTRACT 1 FROM CT.
      * -----------------------------------
      * ABRE ARQUIVOS
       ABRIR-ARQUIVOS.
              MOVE 'S' TO WS-TEM-RESULTCD
           ELSE
              MOVE 'N' TO WS-TEM-RESULTCD.
           OPEN I-O PEDIDO
           IF FS-STAT = '30'
              OPEN OUTPUT PEDIDO
              CLOSE PEDIDO
              OPEN I-O PEDIDO.
           OPEN I-O PEDITEM
           IF FS-STAT = '30'
              OPEN OUTPUT PEDITEM
              CLOSE PEDITEM
              OPEN I-O PEDITEM.
           OPEN INPUT LINHAPRD
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-LINHAPRD
           ELSE
              MOVE 'N' TO WS-TEM-LINHAPRD.
           OPEN INPUT COMPROM
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-COMPROM
           ELSE
              MOVE 'N' TO WS-TEM-COMPROM.
           OPEN INPUT CONCORR
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-CONCORR
           ELSE
              MOVE 'N' TO WS-TEM-CONCORR.
           OPEN I-O VISCONC
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT VISCONC
              CLOSE VISCONC
              OPEN I-O VISCONC.
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-VISCONC
           ELSE
              MOVE 'N' TO WS-TEM-VISCONC.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * IMAGEM DEPOIS DA GRAVACAO NO JORNAL.DAT, PARA O SICCV69
      * REFAZER A ALTERACAO DEPOIS DE UMA RESTAURACAO DO BACKUP.
       JORNAL-VISITAS.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'VISITAS ' TO WS-JN-ARQUIVO
              MOVE REG-VISITAS TO WS-JN-IMAGEM
              PERFORM GRAVA-JORNAL.
       GRAVA-JORNAL.
           MOVE 'SICCV21 ' TO WS-JN-PROGRAMA
           CALL 'JORNAL' USING WS-JORNAL.
