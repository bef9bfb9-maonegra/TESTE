      *                SICCV15 (CLIENTE DESCONHECIDO, ANOMES OU VALOR       *
      *                INVALIDO VAO PARA O REJVDCLI.CSV COM O NUMERO DA     *
      *                LINHA; RECARGA DO MESMO MES REGRAVA O VALOR).        *
      *                LAYOUT ESTENDIDO (CLIENTE;ANOMES;VALOR;LINHA): A     *
      *                LINHA DE PRODUTO (TABELA LINHAPRD) VAI PARA O        *
      *                CLILINHA.DAT E O CLIHIST FICA COM A SOMA DAS         *
      *                LINHAS DO CLIENTE NO MES; LINHA NAO CADASTRADA E     *
      *                REJEITADA NA MESMA DISCIPLINA.                       *
      *                LINHA DE COMANDO: 'CARGA' RODA DIRETO, SEM           *
      *                PERGUNTAR NADA.                                      *
      ***********************************************************************
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY CLIHIST.SEL.
       COPY LINHAPRD.SEL.
       COPY CLILINHA.SEL.
           SELECT VENDASCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY CLIHIST.FD.
       COPY LINHAPRD.FD.
       COPY CLILINHA.FD.
       FD  VENDASCSV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-VENDACLI.
       01  REG-VENDASCSV.
           05 VN-ANOMES          PIC 9(06).
           05 VN-F2              PIC X(01).
           05 VN-VALOR           PIC 9(09)V9(02).
           05 VN-F3              PIC X(01).
           05 VN-LINHA           PIC X(03).
       FD  REJCSV   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-REJVDCLI.
       01  REG-REJCSV.
           05 RJ-MOTIVO         PIC X(40).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY JORNAL.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
       01  WS-RESPOSTA          PIC X(01) VALUE SPACES.
       01  WS-ANOMES-R.
           05 WS-ANOMES-ANO     PIC 9(04).
           05 WS-ANOMES-MES     PIC 9(02).
       01  WS-TEM-LINHAPRD      PIC X(01) VALUE 'N'.
           88 ARQUIVO-LINHAPRD-OK    VALUE 'S'.
       01  WS-FIM-LINHA         PIC X(01) VALUE 'N'.
           88 FIM-LINHA              VALUE 'S'.
       01  WS-SOMA-LINHAS       PIC 9(09)V9(02) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
              OPEN OUTPUT CLIHIST
              CLOSE CLIHIST
              OPEN I-O CLIHIST.
           OPEN INPUT LINHAPRD
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-LINHAPRD
           ELSE
              MOVE 'N' TO WS-TEM-LINHAPRD.
           OPEN I-O CLILINHA
           IF FS-STAT = '30'
              OPEN OUTPUT CLILINHA
              CLOSE CLILINHA
              OPEN I-O CLILINHA.
           OPEN OUTPUT REJCSV
           MOVE 0 TO WS-CSV-LINHA WS-QTD-OK WS-QTD-REJ FS-STAT
           MOVE 'N' TO WS-FIM-ARQ
           PERFORM CARGA-PASSO UNTIL FIM-ARQ
           IF ARQUIVO-LINHAPRD-OK
              CLOSE LINHAPRD.
           CLOSE VENDASCSV CLIENTES CLIHIST CLILINHA REJCSV
           DISPLAY 'CARGA POR CLIENTE - GRAVADOS: ' WS-QTD-OK
                   ' REJEITADOS: ' WS-QTD-REJ.
       CARGA-PASSO.
              MOVE 'CLIENTE NAO CADASTRADO' TO RJ-MOTIVO
              PERFORM GRAVA-REJEICAO
           ELSE
              IF VN-LINHA = SPACES
                 PERFORM GRAVA-CLIHIST
              ELSE
                 PERFORM CONFERE-LINHA.
      * LINHA DO LAYOUT ESTENDIDO: A LINHA DE PRODUTO TEM DE ESTAR NA
      * TABELA; O VALOR VAI PARA O DETALHE E O TOTAL DO CLIENTE NO
      * MES E REFEITO PELA SOMA DAS LINHAS (RECARGA NAO DOBRA).
       CONFERE-LINHA.
           MOVE SPACES TO RJ-MOTIVO
           IF NOT ARQUIVO-LINHAPRD-OK
              MOVE 'TABELA DE LINHAS DE PRODUTO AUSENTE' TO RJ-MOTIVO
           ELSE
              MOVE VN-LINHA TO LP-CODIGO
              READ LINHAPRD
              IF FS-STAT NOT = 00
                 MOVE 'LINHA DE PRODUTO NAO CADASTRADA' TO RJ-MOTIVO.
           MOVE 0 TO FS-STAT
           IF RJ-MOTIVO NOT = SPACES
              PERFORM GRAVA-REJEICAO
           ELSE
              PERFORM GRAVA-CLILINHA.
       GRAVA-CLILINHA.
           MOVE VN-CLIENTE TO LC-CLIENTE
           MOVE VN-ANOMES  TO LC-ANOMES
           MOVE VN-LINHA   TO LC-LINHA
           MOVE VN-VALOR   TO LC-VALOR
           WRITE REG-CLILINHA
           IF FS-STAT NOT = 00
              REWRITE REG-CLILINHA.
           IF FS-STAT NOT = 00
              MOVE 0 TO FS-STAT
              MOVE 'ERRO AO GRAVAR DETALHE POR LINHA' TO RJ-MOTIVO
              PERFORM GRAVA-REJEICAO
           ELSE
              PERFORM SOMA-LINHAS-CLIENTE
              MOVE WS-SOMA-LINHAS TO VN-VALOR
              PERFORM GRAVA-CLIHIST.
       SOMA-LINHAS-CLIENTE.
           MOVE 0 TO WS-SOMA-LINHAS
           MOVE VN-CLIENTE TO LC-CLIENTE
           MOVE VN-ANOMES  TO LC-ANOMES
           MOVE LOW-VALUES TO LC-LINHA
           START CLILINHA KEY NOT LESS THAN LC-CHAVE
           MOVE 'N' TO WS-FIM-LINHA
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-LINHA.
           PERFORM SOMA-LINHAS-PASSO UNTIL FIM-LINHA
           MOVE 0 TO FS-STAT.
       SOMA-LINHAS-PASSO.
           READ CLILINHA NEXT AT END
              MOVE 'S' TO WS-FIM-LINHA.
           IF NOT FIM-LINHA
              IF LC-CLIENTE NOT = VN-CLIENTE
                 OR LC-ANOMES NOT = VN-ANOMES
                 MOVE 'S' TO WS-FIM-LINHA
              ELSE
                 ADD LC-VALOR TO WS-SOMA-LINHAS.
       GRAVA-CLIHIST.
           MOVE VN-CLIENTE TO CH-CLIENTE
           MOVE VN-ANOMES  TO CH-ANOMES
           MOVE VN-VALOR   TO CH-VALOR
           WRITE REG-CLIHIST
           MOVE 'I' TO WS-JN-OPERACAO
           PERFORM JORNAL-CLIHIST
           IF FS-STAT NOT = 00
              REWRITE REG-CLIHIST
              MOVE 'A' TO WS-JN-OPERACAO
              PERFORM JORNAL-CLIHIST.
           IF FS-STAT = 00
              ADD 1 TO WS-QTD-OK
           ELSE
           MOVE WS-CSV-LINHA TO RJ-LINHA
           MOVE ';'          TO RJ-F1
           WRITE REG-REJCSV.
      * -----------------------------------
      * IMAGEM DEPOIS DA GRAVACAO NO JORNAL.DAT, PARA O SICCV69
      * REFAZER A ALTERACAO DEPOIS DE UMA RESTAURACAO DO BACKUP.
       JORNAL-CLIHIST.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'CLIHIST ' TO WS-JN-ARQUIVO
              MOVE REG-CLIHIST TO WS-JN-IMAGEM
              PERFORM GRAVA-JORNAL.
       GRAVA-JORNAL.
           MOVE 'SICCV29 ' TO WS-JN-PROGRAMA
           CALL 'JORNAL' USING WS-JORNAL.
