       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV68.
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
      * OBJETIVO.....: SICCV68 - CONFERENCIA DOS SELOS DAS TRILHAS DE       *
      *                AUDITORIA (BATCH). REFAZ PELO AUDSELO A CADEIA DE    *
      *                SELOS DE AUDCLI, AUDVDD, AUDPARAM, SEGLOG, FECHALOG E*
      *                HISTCART: PRIMEIRO OS ARQUIVOS MORTOS DA RETENCAO,   *
      *                NA ORDEM DOS PONTOS DE CONTROLE 'CORTE' DO           *
      *                AUDCHECK.CSV (CADA UM TEM DE COMECAR NA ANCORA       *
      *                ANTERIOR E TERMINAR NO SELO ASSINADO DO CORTE), E    *
      *                DEPOIS O ARQUIVO VIVO, QUE TEM DE COMECAR NA ULTIMA  *
      *                ANCORA E TERMINAR NO ULTIMO SELO DO CONTROLE         *
      *                (AUDCADEI.DAT), O QUE PEGA LINHA APAGADA NO FIM. O   *
      *                PROPRIO AUDCHECK.CSV E CONFERIDO ANTES. LINHAS SEM   *
      *                SELO SO SAO ACEITAS NO COMECO (GRAVADAS ANTES DO     *
      *                SELO EXISTIR). IMPRIME NO SPOOL UMA LINHA POR        *
      *                ARQUIVO E GRAVA NO ALERTA.DAT, COMO GRAVE, O PRIMEIRO*
      *                ELO QUEBRADO DE CADA TRILHA; COM QUEBRA O RETORNO E  *
      *                8 PARA A CADEIA NOTURNA (SICCV35).                   *
      *                SEM A CHAVE DO SELO (SICCVSELO) NADA E CONFERIDO:    *
      *                ACUSA NO SPOOL E NO ALERTA.DAT E SAI COM RETORNO 8.  *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY AUDCHECK.SEL.
       COPY ALERTA.SEL.
           SELECT TRILHA ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTAG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY SPOOLCAT.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY AUDCHECK.FD.
       COPY ALERTA.FD.
      * TRILHA OU ARQUIVO MORTO EM CONFERENCIA (SO LEITURA).
       FD  TRILHA   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-TRILHA-ARQ.
       01  REG-TRILHA           PIC X(250).
       FD  LISTAG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-SPOOL-ARQ.
       01  LINHA PIC X(230).
       COPY SPOOLCAT.FD.
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY AUDSELO.WS.
      * SPOOL DE RELATORIO: CADA CONFERENCIA GRAVA UM ARQUIVO DATADO
      * EM DISCO, REGISTRADO NO CATALOGO.
       01  WS-SPOOL-ARQ.
           05 F                  PIC X(06) VALUE 'SPOOL.'.
           05 WS-SPOOL-RELATORIO PIC X(07) VALUE 'SICCV68'.
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
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
      * TRILHAS SELADAS, NA ORDEM DA CONFERENCIA; A 7A E O PROPRIO
      * AUDCHECK.CSV (CONFERIDO PRIMEIRO, PORQUE DELE SAEM AS
      * ANCORAS DAS OUTRAS).
       01  WS-TRILHAS-NOMES.
           05 F                 PIC X(08) VALUE 'AUDCLI  '.
           05 F                 PIC X(08) VALUE 'AUDVDD  '.
           05 F                 PIC X(08) VALUE 'AUDPARAM'.
           05 F                 PIC X(08) VALUE 'SEGLOG  '.
           05 F                 PIC X(08) VALUE 'FECHALOG'.
           05 F                 PIC X(08) VALUE 'HISTCART'.
           05 F                 PIC X(08) VALUE 'AUDCHECK'.
       01  WS-TRILHAS-NOMES-R REDEFINES WS-TRILHAS-NOMES.
           05 WS-TN-CADEIA      PIC X(08) OCCURS 7 TIMES.
       01  WS-TRILHAS.
           05 WS-TRILHA OCCURS 7 TIMES.
              10 WS-TR-ARQUIVO     PIC X(30).
              10 WS-TR-QUEBRAS     PIC 9(07).
              10 WS-TR-PRIM-LINHA  PIC 9(07).
              10 WS-TR-PRIM-ARQ    PIC X(40).
              10 WS-TR-PRIM-MOTIVO PIC X(40).
       01  WS-IT                PIC 9(02) VALUE ZEROS.
      * PONTOS DE CONTROLE 'CORTE' LIDOS DO AUDCHECK.CSV, NA ORDEM
      * EM QUE FORAM GRAVADOS.
       01  WS-TAB-CHECKS.
           05 WS-CHK OCCURS 500 TIMES.
              10 WS-CHK-CADEIA     PIC X(08).
              10 WS-CHK-MORTO      PIC X(40).
              10 WS-CHK-INICIO     PIC 9(18).
              10 WS-CHK-FIM        PIC 9(18).
       01  WS-QTD-CHECKS        PIC 9(03) VALUE ZEROS.
       01  WS-IC                PIC 9(03) VALUE ZEROS.
       01  WS-QTD-CORTES        PIC 9(05) VALUE ZEROS.
       01  WS-QTD-RESELOS       PIC 9(05) VALUE ZEROS.
       01  WS-CHECKS-PERDIDOS   PIC 9(05) VALUE ZEROS.
      * ARQUIVO MORTO EM ABERTO: SELO EM QUE COMECA (ANCORA DO
      * PRIMEIRO CORTE QUE CAIU NELE) E EM QUE TERMINA (SELO DO
      * ULTIMO CORTE).
       01  WS-MORTO-ATUAL       PIC X(40) VALUE SPACES.
       01  WS-MORTO-INICIO      PIC 9(18) VALUE ZEROS.
       01  WS-MORTO-FIM         PIC 9(18) VALUE ZEROS.
       01  WS-ANCORA            PIC 9(18) VALUE ZEROS.
      * CONFERENCIA DE UM ARQUIVO.
       01  WS-TRILHA-ARQ        PIC X(40) VALUE SPACES.
       01  WS-ARQ-AUSENTE       PIC X(01) VALUE 'N'.
       01  WS-HASH              PIC 9(18) VALUE ZEROS.
       01  WS-JA-SELADA         PIC X(01) VALUE 'N'.
       01  WS-LINHA-SELADA      PIC X(01) VALUE 'N'.
       01  WS-NUM-LINHA         PIC 9(07) VALUE ZEROS.
       01  WS-QTD-SELADAS       PIC 9(07) VALUE ZEROS.
       01  WS-QTD-LEGADO        PIC 9(07) VALUE ZEROS.
       01  WS-QTD-QUEBRAS       PIC 9(07) VALUE ZEROS.
       01  WS-PRIM-QUEBRA       PIC 9(07) VALUE ZEROS.
       01  WS-PRIM-MOTIVO       PIC X(40) VALUE SPACES.
       01  WS-MOTIVO            PIC X(40) VALUE SPACES.
       01  WS-LINHA             PIC X(250) VALUE SPACES.
       01  WS-TAM               PIC 9(03) VALUE ZEROS.
       01  WS-TAM-CONTEUDO      PIC 9(03) VALUE ZEROS.
       01  WS-POS               PIC 9(03) VALUE ZEROS.
       01  WS-SELO-DIGITOS      PIC X(18) VALUE SPACES.
       01  WS-SELO-NUM REDEFINES WS-SELO-DIGITOS PIC 9(18).
       01  WS-CONTROLE-HASH     PIC 9(18) VALUE ZEROS.
       01  WS-CONTROLE-ANCORA   PIC 9(18) VALUE ZEROS.
      * TOTAIS E ALERTA.
       01  WS-TOT-ARQUIVOS      PIC 9(05) VALUE ZEROS.
       01  WS-TOT-QUEBRADAS     PIC 9(02) VALUE ZEROS.
       01  WS-AL-FIM            PIC X(01) VALUE 'N'.
       01  WS-AL-PROX           PIC 9(05) VALUE ZEROS.
       01  WS-ALERTA-MSG.
           05 F                 PIC X(15) VALUE 'SELO QUEBRADO: '.
           05 WS-AM-ARQUIVO     PIC X(25) VALUE SPACES.
       01  WS-ALERTA-REF.
           05 WS-AR-CADEIA      PIC X(08) VALUE SPACES.
           05 WS-AR-LINHA       PIC 9(06) VALUE ZEROS.
       01  WS-AL-TEXTO          PIC X(40) VALUE SPACES.
       01  WS-AL-REF            PIC X(14) VALUE SPACES.
      * CHAVE DO SELO (VARIAVEL SICCVSELO), SO PARA SABER SE EXISTE:
      * SEM ELA O AUDSELO NAO REFAZ SELO NENHUM.
       01  WS-CHAVE-SELO        PIC X(20) VALUE SPACES.
       01  LINHA-01              PIC X(132) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(60) VALUE
              'CONFERENCIA DOS SELOS DAS TRILHAS DE AUDITORIA'.
       01  LINHA-03.
           05 F                  PIC X(40) VALUE
              'TRILHA   ARQUIVO                        '.
           05 F                  PIC X(40) VALUE
              '           LINHAS SELADAS SEM SELO QUEBR'.
           05 F                  PIC X(40) VALUE
              'AS 1A QUEBR SITUACAO                    '.
       01  LINHA-04.
           05 F                  PIC X(40) VALUE
              '-------- -------------------------------'.
           05 F                  PIC X(40) VALUE
              '---------- ------- ------- -------- ----'.
           05 F                  PIC X(52) VALUE
              '--- ------- ----------------------------------------'.
       01  LINHA-05.
           05 L05-CADEIA         PIC X(08) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L05-ARQUIVO        PIC X(40) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L05-LINHAS         PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L05-SELADAS        PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L05-LEGADO         PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L05-QUEBRAS        PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L05-PRIMEIRA       PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L05-SITUACAO       PIC X(40) VALUE SPACES.
       01  LINHA-06.
           05 F                  PIC X(22) VALUE
              'ARQUIVOS CONFERIDOS: '.
           05 L06-ARQUIVOS       PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(22) VALUE
              '   PONTOS DE CONTROLE '.
           05 F                  PIC X(08) VALUE 'CORTE: '.
           05 L06-CORTES         PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(10) VALUE '  RESELO: '.
           05 L06-RESELOS        PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(22) VALUE
              '   TRILHAS COM QUEBRA:'.
           05 L06-QUEBRADAS      PIC ZZ9 VALUE ZEROS.
       01  LINHA-07.
           05 F                  PIC X(40) VALUE
              'PONTOS DE CONTROLE ALEM DA TABELA (500),'.
           05 F                  PIC X(17) VALUE
              ' NAO CONFERIDOS: '.
           05 L07-PERDIDOS       PIC ZZZZ9 VALUE ZEROS.
       01  LINHA-08.
           05 F                  PIC X(40) VALUE
              'CHAVE DO SELO NAO CONFIGURADA (SICCVSELO'.
           05 F                  PIC X(30) VALUE
              ') - TRILHAS NAO CONFERIDAS'.
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           PERFORM MONTA-TRILHAS
           PERFORM ABRE-SPOOL
           PERFORM CABEC-CONFERENCIA
           PERFORM VERIFICA-CHAVE-SELO
           PERFORM CONFERE-PONTOS-CONTROLE
           MOVE 1 TO WS-IT
           PERFORM CONFERE-TRILHA UNTIL WS-IT > 6
           PERFORM TOTAIS-CONFERENCIA
           CLOSE LISTAG
           IF WS-TOT-QUEBRADAS > 0
              MOVE 8 TO RETURN-CODE.
           STOP RUN.
      * -----------------------------------
      * SEM A CHAVE A CONFERENCIA NAO TEM VALOR NENHUM: ACUSA NO
      * SPOOL E NO ALERTA.DAT E SAI COM RETORNO 8.
       VERIFICA-CHAVE-SELO.
           MOVE SPACES TO WS-CHAVE-SELO
           ACCEPT WS-CHAVE-SELO FROM ENVIRONMENT "SICCVSELO"
           IF WS-CHAVE-SELO = SPACES
              WRITE LINHA FROM LINHA-08 BEFORE 1
              CLOSE LISTAG
              MOVE 'CHAVE DO SELO NAO CONFIGURADA' TO WS-AL-TEXTO
              MOVE 'SICCVSELO'                     TO WS-AL-REF
              PERFORM GRAVA-ALERTA
              DISPLAY 'CHAVE DO SELO NAO CONFIGURADA'
              MOVE 8 TO RETURN-CODE
              STOP RUN.
      * -----------------------------------
      * NOMES DAS TRILHAS NO AMBIENTE ATIVO.
       MONTA-TRILHAS.
           MOVE WS-ARQ-AUDCLI   TO WS-TR-ARQUIVO (1)
           MOVE WS-ARQ-AUDVDD   TO WS-TR-ARQUIVO (2)
           MOVE WS-ARQ-AUDPARAM TO WS-TR-ARQUIVO (3)
           MOVE WS-ARQ-SEGLOG   TO WS-TR-ARQUIVO (4)
           MOVE WS-ARQ-FECHALOG TO WS-TR-ARQUIVO (5)
           MOVE WS-ARQ-HISTCART TO WS-TR-ARQUIVO (6)
           MOVE WS-ARQ-AUDCHECK TO WS-TR-ARQUIVO (7)
           MOVE 1 TO WS-IT
           PERFORM ZERA-TRILHA UNTIL WS-IT > 7.
       ZERA-TRILHA.
           MOVE 0 TO WS-TR-QUEBRAS (WS-IT) WS-TR-PRIM-LINHA (WS-IT)
           MOVE SPACES TO WS-TR-PRIM-ARQ (WS-IT)
                          WS-TR-PRIM-MOTIVO (WS-IT)
           ADD 1 TO WS-IT.
      * -----------------------------------
      * AUDCHECK.CSV: CONFERIDO COMO TRILHA (ANCORA ZERO, NUNCA E
      * CORTADO) E GUARDANDO OS CORTES PARA AS OUTRAS TRILHAS.
       CONFERE-PONTOS-CONTROLE.
           MOVE 7 TO WS-IT
           MOVE 0 TO WS-ANCORA
           PERFORM INICIA-ARQUIVO
           MOVE WS-TR-ARQUIVO (7) TO WS-TRILHA-ARQ
           OPEN INPUT AUDCHECK
           IF FS-STAT = 00
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM LE-CHECK-PASSO UNTIL FIM-ARQ
              CLOSE AUDCHECK.
           MOVE 0 TO FS-STAT
           PERFORM CONFERE-FIM-CONTROLE
           PERFORM IMPRIME-ARQUIVO.
       LE-CHECK-PASSO.
           READ AUDCHECK AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE REG-AUDCHECK TO WS-LINHA
              PERFORM CONFERE-LINHA
              PERFORM GUARDA-CHECK.
       GUARDA-CHECK.
           IF CHECK-RESELO
              ADD 1 TO WS-QTD-RESELOS.
           IF CHECK-CORTE AND CK-INICIO NUMERIC AND CK-FIM NUMERIC
              ADD 1 TO WS-QTD-CORTES
              IF WS-QTD-CHECKS < 500
                 ADD 1 TO WS-QTD-CHECKS
                 MOVE CK-CADEIA TO WS-CHK-CADEIA (WS-QTD-CHECKS)
                 MOVE CK-MORTO  TO WS-CHK-MORTO (WS-QTD-CHECKS)
                 MOVE CK-INICIO TO WS-CHK-INICIO (WS-QTD-CHECKS)
                 MOVE CK-FIM    TO WS-CHK-FIM (WS-QTD-CHECKS)
              ELSE
                 ADD 1 TO WS-CHECKS-PERDIDOS.
      * -----------------------------------
      * UMA TRILHA: OS MORTOS DOS CORTES DELA, EM ORDEM, E DEPOIS O
      * ARQUIVO VIVO A PARTIR DA ULTIMA ANCORA.
       CONFERE-TRILHA.
           MOVE 0 TO WS-ANCORA
           MOVE SPACES TO WS-MORTO-ATUAL
           MOVE 1 TO WS-IC
           PERFORM CONFERE-CORTE UNTIL WS-IC > WS-QTD-CHECKS
           PERFORM FECHA-MORTO
           PERFORM INICIA-ARQUIVO
           MOVE WS-ANCORA TO WS-HASH
           MOVE WS-TR-ARQUIVO (WS-IT) TO WS-TRILHA-ARQ
           PERFORM PERCORRE-TRILHA
           PERFORM CONFERE-FIM-CONTROLE
           PERFORM IMPRIME-ARQUIVO
           ADD 1 TO WS-IT.
       CONFERE-CORTE.
           IF WS-CHK-CADEIA (WS-IC) = WS-TN-CADEIA (WS-IT)
              PERFORM TRATA-CORTE.
           ADD 1 TO WS-IC.
      * CADA CORTE COMECA ONDE O ANTERIOR TERMINOU; CORTES SEGUIDOS NO
      * MESMO DIA CAEM NO MESMO MORTO E SAO CONFERIDOS DE UMA VEZ.
       TRATA-CORTE.
           IF WS-CHK-INICIO (WS-IC) NOT = WS-ANCORA
              PERFORM QUEBRA-SEQUENCIA.
           IF WS-CHK-MORTO (WS-IC) NOT = WS-MORTO-ATUAL
              PERFORM FECHA-MORTO
              MOVE WS-CHK-MORTO (WS-IC)  TO WS-MORTO-ATUAL
              MOVE WS-CHK-INICIO (WS-IC) TO WS-MORTO-INICIO.
           MOVE WS-CHK-FIM (WS-IC) TO WS-MORTO-FIM WS-ANCORA.
       QUEBRA-SEQUENCIA.
           PERFORM INICIA-ARQUIVO
           MOVE WS-TR-ARQUIVO (7) TO WS-TRILHA-ARQ
           MOVE 'PONTO DE CONTROLE FORA DE SEQUENCIA' TO WS-MOTIVO
           PERFORM REGISTRA-QUEBRA
           PERFORM IMPRIME-ARQUIVO.
       FECHA-MORTO.
           IF WS-MORTO-ATUAL NOT = SPACES
              PERFORM CONFERE-MORTO
              MOVE SPACES TO WS-MORTO-ATUAL.
       CONFERE-MORTO.
           PERFORM INICIA-ARQUIVO
           MOVE WS-MORTO-INICIO TO WS-HASH
           MOVE WS-MORTO-ATUAL  TO WS-TRILHA-ARQ
           PERFORM PERCORRE-TRILHA
           IF WS-ARQ-AUSENTE = 'S'
              MOVE 'ARQUIVO MORTO NAO ENCONTRADO' TO WS-MOTIVO
              PERFORM REGISTRA-QUEBRA
           ELSE
              IF WS-HASH NOT = WS-MORTO-FIM
                 MOVE 'FIM DO MORTO DIFERE DO PONTO DE CONTROLE'
                       TO WS-MOTIVO
                 PERFORM REGISTRA-QUEBRA.
           PERFORM IMPRIME-ARQUIVO.
      * -----------------------------------
      * LEITURA E CONFERENCIA LINHA A LINHA DE UM ARQUIVO.
       INICIA-ARQUIVO.
           MOVE 0 TO WS-NUM-LINHA WS-QTD-SELADAS WS-QTD-LEGADO
                     WS-QTD-QUEBRAS WS-PRIM-QUEBRA
           MOVE SPACES TO WS-PRIM-MOTIVO
           MOVE 'N' TO WS-JA-SELADA WS-ARQ-AUSENTE.
       PERCORRE-TRILHA.
           OPEN INPUT TRILHA
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-ARQ-AUSENTE
           ELSE
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM LE-TRILHA-PASSO UNTIL FIM-ARQ
              CLOSE TRILHA.
           MOVE 0 TO FS-STAT.
       LE-TRILHA-PASSO.
           READ TRILHA AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE REG-TRILHA TO WS-LINHA
              PERFORM CONFERE-LINHA.
      * O SELO FICA NO FIM DA LINHA: ';S' + 18 DIGITOS.
       CONFERE-LINHA.
           ADD 1 TO WS-NUM-LINHA
           MOVE 'N' TO WS-LINHA-SELADA
           MOVE 250 TO WS-TAM
           PERFORM MEDE-LINHA
                   UNTIL WS-TAM = 0 OR WS-LINHA(WS-TAM:1) NOT = SPACE
           IF WS-TAM > 20
              COMPUTE WS-POS = WS-TAM - 19
              IF WS-LINHA(WS-POS:2) = ';S'
                 ADD 2 TO WS-POS
                 MOVE WS-LINHA(WS-POS:18) TO WS-SELO-DIGITOS
                 IF WS-SELO-DIGITOS NUMERIC
                    MOVE 'S' TO WS-LINHA-SELADA.
           IF WS-LINHA-SELADA = 'S'
              PERFORM CONFERE-SELO-LINHA
           ELSE
              PERFORM LINHA-SEM-SELO.
       MEDE-LINHA.
           SUBTRACT 1 FROM WS-TAM.
      * O SELO E REFEITO SOBRE O CONTEUDO E O SELO DA LINHA ANTERIOR;
      * A CONFERENCIA SEGUE DO SELO GRAVADO, PARA CONTAR AS QUEBRAS
      * SEGUINTES SEM ARRASTAR A PRIMEIRA.
       CONFERE-SELO-LINHA.
           MOVE 'S' TO WS-JA-SELADA
           ADD 1 TO WS-QTD-SELADAS
           COMPUTE WS-TAM-CONTEUDO = WS-TAM - 20
           MOVE SPACES TO WS-AS-LINHA
           MOVE WS-LINHA(1:WS-TAM-CONTEUDO) TO WS-AS-LINHA
           MOVE 'C'     TO WS-AS-FUNCAO
           MOVE WS-HASH TO WS-AS-ANTERIOR
           CALL 'AUDSELO' USING WS-AUDSELO
           IF WS-AS-HASH NOT = WS-SELO-NUM
              MOVE 'SELO NAO CONFERE: ALTERACAO OU REMOCAO'
                    TO WS-MOTIVO
              PERFORM REGISTRA-QUEBRA.
           MOVE WS-SELO-NUM TO WS-HASH.
      * LINHA SEM SELO SO E ACEITA ANTES DA PRIMEIRA SELADA (GRAVADA
      * ANTES DO SELO EXISTIR); DEPOIS DELA E INCLUSAO OU ADULTERACAO.
       LINHA-SEM-SELO.
           IF WS-JA-SELADA = 'S'
              MOVE 'LINHA SEM SELO NO MEIO DA CADEIA' TO WS-MOTIVO
              PERFORM REGISTRA-QUEBRA
           ELSE
              ADD 1 TO WS-QTD-LEGADO.
      * O FIM DA CADEIA DO ARQUIVO VIVO TEM DE SER O ULTIMO SELO DO
      * CONTROLE (LINHAS APAGADAS NO FIM NAO QUEBRAM ELO NENHUM) E A
      * ANCORA DO CONTROLE A MESMA DOS PONTOS DE CONTROLE.
       CONFERE-FIM-CONTROLE.
           MOVE 'L'                 TO WS-AS-FUNCAO
           MOVE WS-TN-CADEIA (WS-IT) TO WS-AS-CADEIA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE WS-AS-HASH     TO WS-CONTROLE-HASH
           MOVE WS-AS-ANTERIOR TO WS-CONTROLE-ANCORA
           IF SELO-OK
              PERFORM CONFERE-CONTROLE
           ELSE
              IF WS-QTD-SELADAS > 0
                 MOVE 'TRILHA SELADA SEM REGISTRO DE CONTROLE'
                       TO WS-MOTIVO
                 PERFORM REGISTRA-QUEBRA.
       CONFERE-CONTROLE.
           IF WS-CONTROLE-HASH NOT = WS-HASH
              MOVE 'FIM DA TRILHA DIFERE DO CONTROLE' TO WS-MOTIVO
              PERFORM REGISTRA-QUEBRA.
           IF WS-CONTROLE-ANCORA NOT = WS-ANCORA
              MOVE 'ANCORA DO CONTROLE DIFERE DO AUDCHECK'
                    TO WS-MOTIVO
              PERFORM REGISTRA-QUEBRA.
      * QUEBRA NO ARQUIVO EM CONFERENCIA; A PRIMEIRA DA TRILHA (NA
      * ORDEM CRONOLOGICA: MORTOS, DEPOIS O VIVO) VAI PARA O ALERTA.
       REGISTRA-QUEBRA.
           ADD 1 TO WS-QTD-QUEBRAS
           IF WS-PRIM-MOTIVO = SPACES
              MOVE WS-NUM-LINHA TO WS-PRIM-QUEBRA
              MOVE WS-MOTIVO    TO WS-PRIM-MOTIVO.
           IF WS-TR-QUEBRAS (WS-IT) = 0
              MOVE WS-NUM-LINHA  TO WS-TR-PRIM-LINHA (WS-IT)
              MOVE WS-TRILHA-ARQ TO WS-TR-PRIM-ARQ (WS-IT)
              MOVE WS-MOTIVO     TO WS-TR-PRIM-MOTIVO (WS-IT).
           ADD 1 TO WS-TR-QUEBRAS (WS-IT).
      * -----------------------------------
      * RELATORIO.
       CABEC-CONFERENCIA.
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-04 BEFORE 1.
       IMPRIME-ARQUIVO.
           ADD 1 TO WS-TOT-ARQUIVOS
           MOVE WS-TN-CADEIA (WS-IT) TO L05-CADEIA
           MOVE WS-TRILHA-ARQ  TO L05-ARQUIVO
           MOVE WS-NUM-LINHA   TO L05-LINHAS
           MOVE WS-QTD-SELADAS TO L05-SELADAS
           MOVE WS-QTD-LEGADO  TO L05-LEGADO
           MOVE WS-QTD-QUEBRAS TO L05-QUEBRAS
           MOVE WS-PRIM-QUEBRA TO L05-PRIMEIRA
           IF WS-QTD-QUEBRAS = 0
              IF WS-ARQ-AUSENTE = 'S'
                 MOVE 'SEM ARQUIVO' TO L05-SITUACAO
              ELSE
                 MOVE 'INTEGRA' TO L05-SITUACAO
           ELSE
              MOVE WS-PRIM-MOTIVO TO L05-SITUACAO.
           WRITE LINHA FROM LINHA-05 BEFORE 1.
      * TOTAIS E UM ALERTA GRAVE POR TRILHA QUEBRADA.
       TOTAIS-CONFERENCIA.
           MOVE 1 TO WS-IT
           PERFORM ALERTA-TRILHA UNTIL WS-IT > 7
           MOVE WS-TOT-ARQUIVOS  TO L06-ARQUIVOS
           MOVE WS-QTD-CORTES    TO L06-CORTES
           MOVE WS-QTD-RESELOS   TO L06-RESELOS
           MOVE WS-TOT-QUEBRADAS TO L06-QUEBRADAS
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-06 BEFORE 1
           IF WS-CHECKS-PERDIDOS > 0
              MOVE WS-CHECKS-PERDIDOS TO L07-PERDIDOS
              WRITE LINHA FROM LINHA-07 BEFORE 1.
       ALERTA-TRILHA.
           IF WS-TR-QUEBRAS (WS-IT) > 0
              ADD 1 TO WS-TOT-QUEBRADAS
              PERFORM GRAVA-ALERTA-QUEBRA.
           ADD 1 TO WS-IT.
       GRAVA-ALERTA-QUEBRA.
           MOVE WS-TR-PRIM-ARQ (WS-IT)   TO WS-AM-ARQUIVO
           MOVE WS-TN-CADEIA (WS-IT)     TO WS-AR-CADEIA
           MOVE WS-TR-PRIM-LINHA (WS-IT) TO WS-AR-LINHA
           MOVE WS-ALERTA-MSG             TO WS-AL-TEXTO
           MOVE WS-ALERTA-REF             TO WS-AL-REF
           PERFORM GRAVA-ALERTA.
       GRAVA-ALERTA.
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
           COMPUTE AL-NUMERO = WS-AL-PROX + 1
           MOVE 'SICCV68 ' TO AL-PROGRAMA
           ACCEPT AL-DATA FROM DATE YYYYMMDD
           ACCEPT AL-HORA FROM TIME
           MOVE 'G' TO AL-SEVERIDADE
           MOVE WS-AL-TEXTO               TO AL-MENSAGEM
           MOVE WS-AL-REF                 TO AL-REFERENCIA
           MOVE 'N'    TO AL-RECONHECIDO
           MOVE SPACES TO AL-OPERADOR-REC
           MOVE 0      TO AL-DATA-REC
           WRITE REG-ALERTA
           CLOSE ALERTA
           MOVE 0 TO FS-STAT.
       ACHA-ALERTA-PASSO.
           READ ALERTA NEXT AT END
              MOVE 'S' TO WS-AL-FIM.
           IF WS-AL-FIM = 'N'
              MOVE AL-NUMERO TO WS-AL-PROX.
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
