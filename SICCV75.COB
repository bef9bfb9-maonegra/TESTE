       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV75.
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
      * OBJETIVO.....: SICCV75 - IMPORTACAO DA SITUACAO CADASTRAL NA        *
      *                RECEITA FEDERAL. LE O CNPJSIT.CSV (CNPJ;CODIGO DA    *
      *                SITUACAO;DATA DA SITUACAO;RAZAO;ENDERECO), GRAVA A   *
      *                SITUACAO NO CL-SIT-RECEITA DE TODO CLIENTE COM       *
      *                AQUELE CNPJ E A CONSULTA NO RECEITA.DAT. CNPJ FORA   *
      *                DE ATIVA SAI DA DISTRIBUICAO DO SICCV05 E GANHA UMA  *
      *                PROPOSTA DE SUSPENSAO (TIPO 'S') NA FILA DO SICCV26  *
      *                QUANDO A SITUACAO MUDOU DESDE A ULTIMA CARGA, SE O   *
      *                CLIENTE NAO ESTA SUSPENSO NEM TEM PROPOSTA DE        *
      *                SUSPENSAO PENDENTE. A LISTAGEM TRAZ OS IRREGULARES   *
      *                E AS DIVERGENCIAS ENTRE CL-RAZAO/CL-ENDERECO E OS    *
      *                DADOS DA RECEITA. LINHA COM CNPJ INVALIDO, SITUACAO  *
      *                DESCONHECIDA, DATA INVALIDA OU CNPJ NAO CADASTRADO   *
      *                VAI PARA O REJCNPJ.CSV COM O NUMERO DA LINHA.        *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY RECEITA.SEL.
       COPY PROPOSTA.SEL.
           SELECT CNPJCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY RECEITA.FD.
       COPY PROPOSTA.FD.
       FD  CNPJCSV  LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-CNPJCSV.
       01  REG-CNPJCSV.
           05 NC-CNPJ           PIC 9(14).
           05 NC-F1             PIC X(01).
           05 NC-CODIGO         PIC X(02).
           05 NC-F2             PIC X(01).
           05 NC-DATA.
              10 NC-ANO         PIC 9(04).
              10 NC-MES         PIC 9(02).
              10 NC-DIA         PIC 9(02).
           05 NC-F3             PIC X(01).
           05 NC-RAZAO          PIC X(40).
           05 NC-F4             PIC X(01).
           05 NC-ENDERECO       PIC X(40).
       FD  REJCSV   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-REJCNPJ.
       01  REG-REJCSV.
           05 RJ-LINHA          PIC 9(05).
           05 RJ-F1             PIC X(01).
           05 RJ-MOTIVO         PIC X(40).
       FD  LISTAG LABEL RECORD IS OMITTED.
       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY JORNAL.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-FIM-AUX           PIC X(01) VALUE 'N'.
       01  WS-FIM-PROP          PIC X(01) VALUE 'N'.
       01  WS-CSV-LINHA         PIC 9(05) VALUE ZEROS.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
      * LETRA DO CL-SIT-RECEITA E NOME DA SITUACAO DA LINHA LIDA.
       01  WS-SIT-LETRA         PIC X(01) VALUE SPACES.
       01  WS-SIT-NOME          PIC X(08) VALUE SPACES.
       01  WS-SIT-ANTERIOR      PIC X(01) VALUE SPACES.
       01  WS-RF-EXISTE         PIC X(01) VALUE 'N'.
       01  WS-CLI-CNPJ          PIC 9(05) VALUE ZEROS.
       01  WS-JA-PROPOSTO       PIC X(01) VALUE 'N'.
       01  WS-PROX-NUMERO       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-CONFERIDOS    PIC 9(05) VALUE ZEROS.
       01  WS-QTD-IRREGULARES   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DIVERGENCIAS  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-PROPOSTAS     PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REJ           PIC 9(05) VALUE ZEROS.
       01  LINHA-01              PIC X(100) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(60) VALUE
              'SITUACAO CADASTRAL NA RECEITA FEDERAL - OCORRENCIAS'.
       01  LINHA-04.
           05 F                  PIC X(08) VALUE 'CLIENTE'.
           05 F                  PIC X(15) VALUE 'CNPJ'.
           05 F                  PIC X(18) VALUE 'OCORRENCIA'.
           05 F                  PIC X(40) VALUE 'CADASTRO / RECEITA'.
       01  LINHA-05.
           05 F                  PIC X(07) VALUE ALL '-'.
           05 F                  PIC X VALUE ' '.
           05 F                  PIC X(14) VALUE ALL '-'.
           05 F                  PIC X VALUE ' '.
           05 F                  PIC X(17) VALUE ALL '-'.
           05 F                  PIC X VALUE ' '.
           05 F                  PIC X(40) VALUE ALL '-'.
       01  LINHA-06.
           05 L06-CLIENTE        PIC ZZZZZZZ VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-CNPJ           PIC X(14)  VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-OCORRENCIA     PIC X(17)  VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-DETALHE        PIC X(40)  VALUE SPACES.
       01  LINHA-07.
           05 F                  PIC X(12) VALUE 'CONFERIDOS: '.
           05 L07-CONFERIDOS     PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(15) VALUE '  IRREGULARES: '.
           05 L07-IRREGULARES    PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(16) VALUE '  DIVERGENCIAS: '.
           05 L07-DIVERGENCIAS   PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(13) VALUE '  PROPOSTAS: '.
           05 L07-PROPOSTAS      PIC ZZZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVOS
           MOVE 0 TO WS-CSV-LINHA WS-QTD-CONFERIDOS WS-QTD-IRREGULARES
                     WS-QTD-DIVERGENCIAS WS-QTD-PROPOSTAS WS-QTD-REJ
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           WRITE LINHA FROM LINHA-04 BEFORE 1
           WRITE LINHA FROM LINHA-05 BEFORE 1
           MOVE 'N' TO WS-FIM-ARQ
           PERFORM IMPORTA-PASSO UNTIL FIM-ARQ
           MOVE WS-QTD-CONFERIDOS   TO L07-CONFERIDOS
           MOVE WS-QTD-IRREGULARES  TO L07-IRREGULARES
           MOVE WS-QTD-DIVERGENCIAS TO L07-DIVERGENCIAS
           MOVE WS-QTD-PROPOSTAS    TO L07-PROPOSTAS
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-07 BEFORE 1
           CLOSE CNPJCSV CLIENTES RECEITA PROPOSTA REJCSV LISTAG
           DISPLAY 'RECEITA - CONFERIDOS: ' WS-QTD-CONFERIDOS
                   ' IRREGULARES: ' WS-QTD-IRREGULARES
                   ' DIVERGENCIAS: ' WS-QTD-DIVERGENCIAS
                   ' PROPOSTAS NOVAS: ' WS-QTD-PROPOSTAS
                   ' REJEITADOS: ' WS-QTD-REJ
           STOP RUN.
      * -----------------------------------
       IMPORTA-PASSO.
           READ CNPJCSV AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF REG-CNPJCSV NOT = SPACES
                 ADD 1 TO WS-CSV-LINHA
                 PERFORM VALIDA-LINHA-CNPJ.
       VALIDA-LINHA-CNPJ.
           MOVE SPACES TO RJ-MOTIVO
           IF NC-CNPJ NOT NUMERIC OR NC-CNPJ = 0
              MOVE 'CNPJ INVALIDO' TO RJ-MOTIVO.
           IF RJ-MOTIVO = SPACES
              PERFORM CONVERTE-SITUACAO
              IF WS-SIT-LETRA = SPACES
                 MOVE 'SITUACAO CADASTRAL DESCONHECIDA' TO RJ-MOTIVO.
           IF RJ-MOTIVO = SPACES
              IF NC-DATA NOT NUMERIC
                 MOVE 'DATA INVALIDA' TO RJ-MOTIVO
              ELSE
                 IF NC-MES < 1 OR NC-MES > 12
                    OR NC-DIA < 1 OR NC-DIA > 31
                    OR NC-ANO < 1900
                    MOVE 'DATA INVALIDA' TO RJ-MOTIVO
                 ELSE
                    IF NC-DATA > WS-HOJE
                       MOVE 'DATA FUTURA NAO ACEITA' TO RJ-MOTIVO.
           IF RJ-MOTIVO = SPACES
              PERFORM ATUALIZA-CNPJ
              IF WS-CLI-CNPJ = 0
                 MOVE 'CNPJ NAO CADASTRADO' TO RJ-MOTIVO.
           MOVE 0 TO FS-STAT
           IF RJ-MOTIVO NOT = SPACES
              PERFORM GRAVA-REJEICAO.
      * CODIGO DA RECEITA PARA A LETRA DO CL-SIT-RECEITA; CODIGO FORA
      * DA TABELA DEIXA A LETRA EM BRANCO (LINHA REJEITADA).
       CONVERTE-SITUACAO.
           MOVE SPACES TO WS-SIT-LETRA WS-SIT-NOME
           IF NC-CODIGO = '01'
              MOVE 'N'        TO WS-SIT-LETRA
              MOVE 'NULA'     TO WS-SIT-NOME.
           IF NC-CODIGO = '02'
              MOVE 'A'        TO WS-SIT-LETRA
              MOVE 'ATIVA'    TO WS-SIT-NOME.
           IF NC-CODIGO = '03'
              MOVE 'S'        TO WS-SIT-LETRA
              MOVE 'SUSPENSA' TO WS-SIT-NOME.
           IF NC-CODIGO = '04'
              MOVE 'I'        TO WS-SIT-LETRA
              MOVE 'INAPTA'   TO WS-SIT-NOME.
           IF NC-CODIGO = '08'
              MOVE 'B'        TO WS-SIT-LETRA
              MOVE 'BAIXADA'  TO WS-SIT-NOME.
      * -----------------------------------
      * O CNPJ PODE ESTAR EM MAIS DE UM CLIENTE (CHAVE ALTERNATIVA COM
      * DUPLICATAS): TODOS RECEBEM A MESMA SITUACAO.
       ATUALIZA-CNPJ.
           MOVE 0 TO WS-CLI-CNPJ
           MOVE NC-CNPJ TO CL-CNPJ
           START CLIENTES KEY IS EQUAL TO CL-CHAVE-CNPJ
           MOVE 'N' TO WS-FIM-AUX
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-AUX.
           PERFORM ATUALIZA-CNPJ-PASSO UNTIL WS-FIM-AUX = 'S'
           MOVE 0 TO FS-STAT.
       ATUALIZA-CNPJ-PASSO.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-FIM-AUX.
           IF WS-FIM-AUX = 'N'
              IF CL-CNPJ NOT = NC-CNPJ
                 MOVE 'S' TO WS-FIM-AUX
              ELSE
                 ADD 1 TO WS-CLI-CNPJ
                 PERFORM ATUALIZA-CLIENTE.
       ATUALIZA-CLIENTE.
           ADD 1 TO WS-QTD-CONFERIDOS
           MOVE CL-CODIGO TO RF-CLIENTE
           READ RECEITA
           IF FS-STAT = 00
              MOVE 'S'         TO WS-RF-EXISTE
              MOVE RF-SITUACAO TO WS-SIT-ANTERIOR
           ELSE
              MOVE 'N'         TO WS-RF-EXISTE
              MOVE SPACES      TO WS-SIT-ANTERIOR.
           MOVE CL-CODIGO    TO RF-CLIENTE
           MOVE NC-CNPJ      TO RF-CNPJ
           MOVE NC-CODIGO    TO RF-CODIGO
           MOVE WS-SIT-LETRA TO RF-SITUACAO
           MOVE NC-DATA      TO RF-DATA-SITUACAO
           MOVE WS-HOJE      TO RF-DATA-CONSULTA
           MOVE NC-RAZAO     TO RF-RAZAO
           MOVE NC-ENDERECO  TO RF-ENDERECO
           PERFORM CONFERE-DIVERGENCIAS
           IF WS-RF-EXISTE = 'S'
              REWRITE REG-RECEITA
           ELSE
              WRITE REG-RECEITA.
           IF CL-SIT-RECEITA NOT = WS-SIT-LETRA
              MOVE WS-SIT-LETRA TO CL-SIT-RECEITA
              REWRITE REG-CLIENTES
              MOVE 'A' TO WS-JN-OPERACAO
              PERFORM JORNAL-CLIENTES.
           IF WS-SIT-LETRA NOT = 'A'
              ADD 1 TO WS-QTD-IRREGULARES
              PERFORM TRATA-IRREGULAR THRU TRATA-IRREGULAR-FIM.
           MOVE 0 TO FS-STAT.
      * RAZAO OU ENDERECO EM BRANCO NA RECEITA NAO E DIVERGENCIA.
       CONFERE-DIVERGENCIAS.
           MOVE 'N' TO RF-DIVERGE-RAZAO RF-DIVERGE-END
           IF NC-RAZAO NOT = SPACES AND NC-RAZAO NOT = CL-RAZAO
              MOVE 'S' TO RF-DIVERGE-RAZAO
              ADD 1 TO WS-QTD-DIVERGENCIAS
              MOVE 'RAZAO DIVERGENTE' TO L06-OCORRENCIA
              MOVE CL-RAZAO           TO L06-DETALHE
              PERFORM IMPRIME-OCORRENCIA
              MOVE NC-RAZAO           TO L06-DETALHE
              PERFORM IMPRIME-CONTINUACAO.
           IF NC-ENDERECO NOT = SPACES AND NC-ENDERECO NOT = CL-ENDERECO
              MOVE 'S' TO RF-DIVERGE-END
              ADD 1 TO WS-QTD-DIVERGENCIAS
              MOVE 'ENDERECO DIVERGE' TO L06-OCORRENCIA
              MOVE CL-ENDERECO        TO L06-DETALHE
              PERFORM IMPRIME-OCORRENCIA
              MOVE NC-ENDERECO        TO L06-DETALHE
              PERFORM IMPRIME-CONTINUACAO.
      * -----------------------------------
      * CNPJ FORA DE ATIVA: A PROPOSTA SO E GRAVADA QUANDO A SITUACAO
      * MUDOU DESDE A ULTIMA CARGA, PARA UMA SUSPENSAO RECUSADA PELO
      * SUPERVISOR NAO VOLTAR PARA A FILA A CADA IMPORTACAO.
       TRATA-IRREGULAR.
           MOVE SPACES TO L06-OCORRENCIA L06-DETALHE
           MOVE 'CNPJ '     TO L06-OCORRENCIA(1:5)
           MOVE WS-SIT-NOME TO L06-OCORRENCIA(6:8)
           IF CLIENTE-SUSPENSO
              MOVE 'CLIENTE JA SUSPENSO' TO L06-DETALHE
              GO TRATA-IRREGULAR-FIM.
           PERFORM CONFERE-PROPOSTA-EXISTENTE
           IF WS-JA-PROPOSTO = 'S'
              MOVE 'PROPOSTA DE SUSPENSAO JA PENDENTE' TO L06-DETALHE
              GO TRATA-IRREGULAR-FIM.
           IF WS-SIT-LETRA = WS-SIT-ANTERIOR
              MOVE 'MESMA SITUACAO DA ULTIMA CARGA' TO L06-DETALHE
              GO TRATA-IRREGULAR-FIM.
           PERFORM GRAVA-PROPOSTA-SUSPENSAO
           IF FS-STAT = 00
              MOVE 'PROPOSTA DE SUSPENSAO' TO L06-DETALHE
              MOVE PP-NUMERO TO L06-DETALHE(23:5)
           ELSE
              MOVE 'ERRO AO GRAVAR A PROPOSTA' TO L06-DETALHE.
       TRATA-IRREGULAR-FIM.
           PERFORM IMPRIME-OCORRENCIA
           MOVE 0 TO FS-STAT.
      * JA HA PROPOSTA DE SUSPENSAO PENDENTE DO MESMO CLIENTE ?
       CONFERE-PROPOSTA-EXISTENTE.
           MOVE 'N' TO WS-JA-PROPOSTO
           MOVE ZEROS TO PP-NUMERO
           START PROPOSTA KEY NOT LESS THAN PP-NUMERO
           MOVE 'N' TO WS-FIM-PROP
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-PROP.
           PERFORM CONFERE-PROP-PASSO
                   UNTIL WS-FIM-PROP = 'S' OR WS-JA-PROPOSTO = 'S'
           MOVE 0 TO FS-STAT.
       CONFERE-PROP-PASSO.
           READ PROPOSTA NEXT AT END
              MOVE 'S' TO WS-FIM-PROP.
           IF WS-FIM-PROP = 'N'
              IF PROPOSTA-PENDENTE AND PROPOSTA-SUSPENSAO
                 AND PP-CLIENTE = CL-CODIGO
                 MOVE 'S' TO WS-JA-PROPOSTO.
       GRAVA-PROPOSTA-SUSPENSAO.
           PERFORM ACHA-PROXIMO-NUMERO
           MOVE WS-PROX-NUMERO TO PP-NUMERO
           MOVE WS-HOJE        TO PP-DATA
           MOVE 'SICCV75   '   TO PP-OPERADOR
           MOVE CL-CODIGO      TO PP-CLIENTE
           MOVE CL-VENDEDOR    TO PP-VENDEDOR-DE
           MOVE 0              TO PP-VENDEDOR-PARA
           MOVE SPACES         TO PP-MOTIVO
           MOVE 'RECEITA CNPJ ' TO PP-MOTIVO(1:13)
           MOVE WS-SIT-NOME    TO PP-MOTIVO(14:8)
           MOVE ' DESDE '      TO PP-MOTIVO(22:7)
           MOVE NC-DATA        TO PP-MOTIVO(29:8)
           MOVE 'P'            TO PP-SITUACAO
           MOVE SPACES         TO PP-PARECER PP-SUPERVISOR PP-DELEGANTE
           MOVE 0              TO PP-DATA-DECISAO
           MOVE 'S'            TO PP-TIPO
           MOVE 0              TO PP-DATA-VIGENCIA
           WRITE REG-PROPOSTA
           IF FS-STAT = 00
              ADD 1 TO WS-QTD-PROPOSTAS.
       ACHA-PROXIMO-NUMERO.
           MOVE 0 TO WS-PROX-NUMERO
           MOVE ZEROS TO PP-NUMERO
           START PROPOSTA KEY NOT LESS THAN PP-NUMERO
           MOVE 'N' TO WS-FIM-PROP
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-PROP.
           PERFORM ACHA-NUMERO-PASSO UNTIL WS-FIM-PROP = 'S'
           ADD 1 TO WS-PROX-NUMERO
           MOVE 0 TO FS-STAT.
       ACHA-NUMERO-PASSO.
           READ PROPOSTA NEXT AT END
              MOVE 'S' TO WS-FIM-PROP.
           IF WS-FIM-PROP = 'N'
              MOVE PP-NUMERO TO WS-PROX-NUMERO.
      * -----------------------------------
       IMPRIME-OCORRENCIA.
           MOVE CL-CODIGO TO L06-CLIENTE
           MOVE CL-CNPJ   TO L06-CNPJ
           WRITE LINHA FROM LINHA-06 BEFORE 1.
      * SEGUNDA LINHA DA DIVERGENCIA: O DADO DA RECEITA, ABAIXO DO
      * DADO DO CADASTRO.
       IMPRIME-CONTINUACAO.
           MOVE 0         TO L06-CLIENTE
           MOVE SPACES    TO L06-CNPJ
           MOVE '  RECEITA'  TO L06-OCORRENCIA
           WRITE LINHA FROM LINHA-06 BEFORE 1.
      * -----------------------------------
       GRAVA-REJEICAO.
           ADD 1 TO WS-QTD-REJ
           MOVE WS-CSV-LINHA TO RJ-LINHA
           MOVE ';'          TO RJ-F1
           WRITE REG-REJCSV.
      * -----------------------------------
      * IMAGEM DEPOIS DA GRAVACAO NO JORNAL.DAT, PARA O SICCV69
      * REFAZER A ALTERACAO DEPOIS DE UMA RESTAURACAO DO BACKUP.
       JORNAL-CLIENTES.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'CLIENTES' TO WS-JN-ARQUIVO
              MOVE REG-CLIENTES TO WS-JN-IMAGEM
              PERFORM GRAVA-JORNAL.
       GRAVA-JORNAL.
           MOVE 'SICCV75 ' TO WS-JN-PROGRAMA
           CALL 'JORNAL' USING WS-JORNAL.
      * -----------------------------------
       ABRIR-ARQUIVOS.
           OPEN INPUT CNPJCSV
           IF FS-STAT NOT = 00
              DISPLAY 'CNPJSIT.CSV NAO ENCONTRADO'
              STOP RUN.
           OPEN I-O CLIENTES
           IF FS-STAT NOT = 00
              DISPLAY 'ESTADO DO ARQUIVO CLIENTES: ' FS-STAT
              STOP RUN.
           OPEN I-O RECEITA
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT RECEITA
              CLOSE RECEITA
              OPEN I-O RECEITA.
           OPEN I-O PROPOSTA
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT PROPOSTA
              CLOSE PROPOSTA
              OPEN I-O PROPOSTA.
           OPEN OUTPUT REJCSV
           OPEN OUTPUT LISTAG
           MOVE 0 TO FS-STAT.
