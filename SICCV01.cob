       COPY CLISITE.SEL.
       COPY CEPFAIXA.SEL.
       COPY GEOPEND.SEL.
       COPY LINHAPRD.SEL.
       COPY CAMPANHA.SEL.
       COPY CLIARQ.SEL.
       COPY CONCORR.SEL.
       COPY VISCONC.SEL.

       DATA DIVISION.
       FILE SECTION.
           05 AU-STATUS-ANTES     PIC X(01).
           05 AU-F12               PIC X(01).
           05 AU-STATUS-DEPOIS    PIC X(01).
           05 AU-FS               PIC X(01).
           05 AU-SELO             PIC X(19).
      * FILA DE GRAVACOES QUE NAO PEGARAM NA HORA (REWRITE COM ERRO
      * DIFERENTE DE REGISTRO EM USO): GUARDA UMA COPIA DO REGISTRO
      * JA ALTERADO PARA SER REGRAVADA DEPOIS, EM TELA-PENDENCIAS, SEM
           05 PG-DATA             PIC 9(08).
           05 PG-HORA             PIC 9(08).
           05 PG-ERRO             PIC 9(02).
           05 PG-DADOS             PIC X(195).
       COPY CLIENTES.FD.
       COPY CEP.FD.
       COPY CARTEIRA.FD.
       COPY CLISITE.FD.
       COPY CEPFAIXA.FD.
       COPY GEOPEND.FD.
       COPY LINHAPRD.FD.
       COPY CAMPANHA.FD.
       COPY CLIARQ.FD.
       COPY CONCORR.FD.
       COPY VISCONC.FD.
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL: O TERMINAL
      * DESTE PROCESSO VEM DA VARIAVEL DE AMBIENTE SICCVTERM E A
      * SESSAO DELE E LIDA NO SESSAO.DAT, PARA ASSINAR A AUDITORIA
      * TRANSACOES DE MANUTENCAO EM LOTE, EM COLUNAS FIXAS:
      * CODIGO(7);CAMPO(10);VALOR(40). CAMPOS ACEITOS: RAZAO, CNPJ,
      * VENDEDOR, REGIAO, STATUS, SEGMENTO, CIDADE, UF, ENDERECO,
      * FIXO, COMPETENC. AS MESMAS VALIDACOES DA TELA VALEM AQUI.
       FD  MNTCSV   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-MANUTCLI.
       01  REG-MNTCSV.
           05 RM-MOTIVO         PIC X(40).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY AUDSELO.WS.
       COPY JORNAL.WS.
       01  IDX-COD              PIC 9(02) VALUE ZEROS.
       01  IDX                  PIC 9(02) VALUE ZEROS.
       01  CT                   PIC 9(02) VALUE ZEROS.
           88 ARQUIVO-CLISITE-OK     VALUE 'S'.
       01  WS-TEM-CEPFAIXA      PIC X(01) VALUE 'N'.
           88 ARQUIVO-CEPFAIXA-OK    VALUE 'S'.
       01  WS-TEM-LINHAPRD      PIC X(01) VALUE 'N'.
           88 ARQUIVO-LINHAPRD-OK    VALUE 'S'.
       01  WS-TEM-CAMPANHA      PIC X(01) VALUE 'N'.
           88 ARQUIVO-CAMPANHA-OK    VALUE 'S'.
       01  WS-TEM-CLIARQ        PIC X(01) VALUE 'N'.
           88 ARQUIVO-CLIARQ-OK      VALUE 'S'.
       01  WS-TEM-CONCORR       PIC X(01) VALUE 'N'.
           88 ARQUIVO-CONCORR-OK     VALUE 'S'.
       01  WS-TEM-VISCONC       PIC X(01) VALUE 'N'.
           88 ARQUIVO-VISCONC-OK     VALUE 'S'.
       01  WS-REGIAO-FAIXA      PIC X(02) VALUE SPACES.
       01  WS-REG-CLISITE.
           05 WS-SI-CLIENTE     PIC 9(07) VALUE ZEROS.
           05 WS-SI-LATITUDE    PIC S9(03)V9(8) VALUE ZEROS.
           05 WS-SI-LONGITUDE   PIC S9(03)V9(8) VALUE ZEROS.
       01  WS-VI-SITE           PIC 9(02) VALUE ZEROS.
       01  WS-VI-CAMPANHA       PIC X(06) VALUE SPACES.
      * VISITA DA TELA GRAVADA COM SUCESSO: SO ELA RECEBE OS
      * CONCORRENTES PRESENTES (VISCONC.DAT) NA MESMA CHAVE.
       01  WS-VI-GRAVADA        PIC X(01) VALUE 'N'.
       01  WS-VK-RESPOSTA       PIC X(01) VALUE SPACES.
       01  WS-REG-VISCONC.
           05 WS-VK-CONCORRENTE PIC X(03) VALUE SPACES.
           05 WS-VK-LINHA       PIC X(03) VALUE SPACES.
           05 WS-VK-PARTICIPACAO PIC 9(03) VALUE ZEROS.
       01  WS-UNI-VK-FIM        PIC X(01) VALUE 'N'.
       01  WS-REG-CONTATO.
           05 WS-CT-CLIENTE     PIC 9(07) VALUE ZEROS.
           05 WS-CT-SEQ         PIC 9(02) VALUE ZEROS.
           05 WS-CL-DIA-PREF       PIC 9(01) VALUE ZEROS.
           05 WS-CL-HORA-ABRE      PIC 9(04) VALUE ZEROS.
           05 WS-CL-HORA-FECHA     PIC 9(04) VALUE ZEROS.
           05 WS-CL-COMPETENCIA    PIC X(03) VALUE SPACES.
           05 WS-CL-GRUPO          PIC 9(08) VALUE ZEROS.
           05 WS-CL-SIT-RECEITA    PIC X(01) VALUE SPACES.

       SCREEN SECTION.
       01  SS-JANELA.
           02 LINE 16 COLUMN 33         VALUE "9 - ENCERRAR".
           02 LINE 07 COLUMN 54         VALUE "11- CONTATOS".
           02 LINE 08 COLUMN 54         VALUE "12- ENDERECOS".
           02 LINE 09 COLUMN 54         VALUE "13- ARQUIVO MORTO".
           02 LINE 17 COLUMN 33         VALUE "OPCAO: ".
           02  ss-opcao LINE 17 COLUMN 40 PIC 99 USING WS-OPCAO
               AUTO.
           02 LINE 10 COLUMN 50 VALUE "Status (P/A/S):
      -       "    ".
           02 LINE 11 COLUMN 50 VALUE "Segmento (ABC):
      -       "    ".
           02 LINE 12 COLUMN 50 VALUE "Competencia...:
      -       "    ".
           02 LINE 13 COLUMN 50 VALUE "Dia pref(1-7).:
      -       "    ".
           02 LINE 18 COLUMN 12 VALUE "E-mail............:
      -       "                           ".
           02 LINE 20 COLUMN 12 VALUE "Preferido (S/N)...:
      -       "                           ".
       01  SS-CABEC-CONCORRENTE.
           02 LINE 04 COLUMN 21 VALUE
              "CONCORRENTES PRESENTES NA VISITA          ".
       01  SS-TELA-CONCORRENTE.
           02 LINE 10 COLUMN 12 VALUE "Codigo do Cliente.:
      -       "                           ".
           02 LINE 12 COLUMN 12 VALUE "Data da Visita....:
      -       "                           ".
           02 LINE 14 COLUMN 12 VALUE "Concorrente.......:
      -       "                           ".
           02 LINE 16 COLUMN 12 VALUE "Linha de Produto..:
      -       "                           ".
           02 LINE 18 COLUMN 12 VALUE "Participacao (%)..:
      -       "                           ".
       01  SS-TELA-VISITA.
           02 LINE 10 COLUMN 12 VALUE "Codigo do Cliente.:
           02 LINE 16 COLUMN 12 VALUE "Proxima Visita....:
      -       "                           ".
           02 LINE 18 COLUMN 12 VALUE "Site (0=PRINCIPAL):
      -       "                           ".
           02 LINE 20 COLUMN 12 VALUE "Campanha..........:
      -       "                           ".
       01  SS-CABEC-SITES.
           02 LINE 04 COLUMN 21 VALUE
              CLOSE CLISITE.
           IF ARQUIVO-CEPFAIXA-OK
              CLOSE CEPFAIXA.
           IF ARQUIVO-LINHAPRD-OK
              CLOSE LINHAPRD.
           IF ARQUIVO-CAMPANHA-OK
              CLOSE CAMPANHA.
           IF ARQUIVO-CLIARQ-OK
              CLOSE CLIARQ.
           IF ARQUIVO-CONCORR-OK
              CLOSE CONCORR.
           IF ARQUIVO-VISCONC-OK
              CLOSE VISCONC.
           CHAIN "SICCV.EXE"
           STOP RUN.
      * CHAMA A CONSULTA DE AUDITORIA FECHANDO TUDO ANTES, COMO O
              CLOSE CLISITE.
           IF ARQUIVO-CEPFAIXA-OK
              CLOSE CEPFAIXA.
           IF ARQUIVO-LINHAPRD-OK
              CLOSE LINHAPRD.
           IF ARQUIVO-CAMPANHA-OK
              CLOSE CAMPANHA.
           IF ARQUIVO-CLIARQ-OK
              CLOSE CLIARQ.
           IF ARQUIVO-CONCORR-OK
              CLOSE CONCORR.
           IF ARQUIVO-VISCONC-OK
              CLOSE VISCONC.
           CHAIN "SICCV13.EXE"
           STOP RUN.
      * CHAMA A CONSULTA/RESTAURACAO DO ARQUIVO MORTO (SICCV62) DO
      * MESMO JEITO, JA QUE ELA ABRE O CLIENTES E OS DEPENDENTES.
       FINALIZA-ARQUIVO.
           DISPLAY(01, 01) ERASE
           CLOSE CLIENTES
           IF ARQUIVO-CEP-OK
              CLOSE CEP.
           IF ARQUIVO-CARTEIRA-OK
              CLOSE CARTEIRA.
           IF ARQUIVO-VISITAS-OK
              CLOSE VISITAS.
           IF ARQUIVO-REGIAO-OK
              CLOSE REGIAO.
           IF ARQUIVO-RESULTCD-OK
              CLOSE RESULTCD.
           IF ARQUIVO-VENDEDOR-OK
              CLOSE VENDEDOR.
           CLOSE AUDIND
           CLOSE CKIMPORT
           CLOSE PENDGRAV
           IF ARQUIVO-CONTATO-OK
              CLOSE CONTATO.
           IF ARQUIVO-CLISITE-OK
              CLOSE CLISITE.
           IF ARQUIVO-CEPFAIXA-OK
              CLOSE CEPFAIXA.
           IF ARQUIVO-LINHAPRD-OK
              CLOSE LINHAPRD.
           IF ARQUIVO-CAMPANHA-OK
              CLOSE CAMPANHA.
           IF ARQUIVO-CLIARQ-OK
              CLOSE CLIARQ.
           IF ARQUIVO-CONCORR-OK
              CLOSE CONCORR.
           IF ARQUIVO-VISCONC-OK
              CLOSE VISCONC.
           CHAIN "SICCV62.EXE"
           STOP RUN.
       PROCESSA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           MOVE 'N' TO WS-CL-FIXO.
           MOVE 'A' TO WS-CL-STATUS.
           MOVE SPACES TO WS-CL-SEGMENTO WS-CL-FILIAL
                          WS-CL-BLOQ-CRED WS-CL-COMPETENCIA
                          WS-CL-SIT-RECEITA.
           MOVE ZEROS TO WS-CL-DIA-PREF WS-CL-HORA-ABRE
                         WS-CL-HORA-FECHA WS-CL-GRUPO.
           IF WS-OPCAO = 1
              PERFORM INCLUI UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2
              PERFORM TELA-CONTATOS UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 12
              PERFORM TELA-SITES UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 13
              PERFORM FINALIZA-ARQUIVO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
       INCLUI.
                 PERFORM MOSTRA-TELA-REGISTRO
                 DISPLAY SS-CABEC-INCLUSAO
              ELSE
                 PERFORM CONFERE-CODIGO-ARQUIVADO
           ELSE
              MOVE 0 TO WS-OPCAO
              MOVE 23 TO FS-STAT.
           MOVE 1 TO WS-PROX-CODIGO
           MOVE 0 TO FS-STAT
           PERFORM TESTA-PROXIMO-CODIGO UNTIL FS-STAT NOT = 00.
      * CODIGO DE CLIENTE NO ARQUIVO MORTO (SICCV62) TAMBEM ESTA EM
      * USO: ELE PODE SER RESTAURADO COM O MESMO CODIGO.
       TESTA-PROXIMO-CODIGO.
           MOVE WS-PROX-CODIGO TO CL-CODIGO
           READ CLIENTES
           IF FS-STAT NOT = 00 AND ARQUIVO-CLIARQ-OK
              MOVE WS-PROX-CODIGO TO AQ-CLIENTE
              MOVE 'C'    TO AQ-TIPO
              MOVE SPACES TO AQ-SEQ
              READ CLIARQ.
           IF FS-STAT = 00
              ADD 1 TO WS-PROX-CODIGO.
       CONFERE-CODIGO-ARQUIVADO.
           MOVE 1 TO WS-OPCAO
           IF ARQUIVO-CLIARQ-OK
              MOVE WS-CL-CODIGO TO AQ-CLIENTE
              MOVE 'C'    TO AQ-TIPO
              MOVE SPACES TO AQ-SEQ
              READ CLIARQ
              IF FS-STAT = 00
                 MOVE 'CODIGO NO ARQUIVO MORTO (OPCAO 13)'
                       TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 MOVE 0 TO WS-CL-CODIGO
                 PERFORM MOSTRA-TELA-REGISTRO
                 DISPLAY SS-CABEC-INCLUSAO.
           IF FS-STAT = 00
              MOVE 0 TO FS-STAT
           ELSE
              MOVE 23 TO FS-STAT.
       INCLUI-RAZAO.
           IF WS-OPCAO = 1
              ACCEPT(12, 32) WS-CL-RAZAO WITH PROMPT
       INCLUI-JANELA.
           ACCEPT(14, 66) WS-CL-HORA-ABRE WITH PROMPT
           ACCEPT(15, 66) WS-CL-HORA-FECHA WITH PROMPT.
      * COMPETENCIA EXIGIDA DO VENDEDOR: UM CODIGO DE LINHA DE
      * PRODUTO (SICCV49); BRANCO = QUALQUER VENDEDOR ATENDE.
       INCLUI-COMPETENCIA.
           ACCEPT(12, 66) WS-CL-COMPETENCIA WITH PROMPT
           PERFORM VALIDA-COMPETENCIA-CLIENTE
           IF NOT REGIAO-VALIDA
              MOVE 'COMPETENCIA NAO CADASTRADA EM LINHAS'
                    TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO INCLUI-COMPETENCIA.
      * A REGIAO JA CHEGA PREENCHIDA PELA FAIXA DE CEP (SICCV42)
      * QUANDO O CEP CAI NUMA FAIXA; O OPERADOR SO CONFIRMA OU
      * CORRIGE.
                 MOVE WS-REG-CLIENTES TO REG-CLIENTES
                 MOVE 'N' TO WS-CANCELA-GRAVACAO
                 WRITE REG-CLIENTES
                 MOVE 'I' TO WS-JN-OPERACAO
                 PERFORM JORNAL-CLIENTES
                 PERFORM CONFLITO-GRAVACAO UNTIL FS-STAT NOT = 21
                 IF NOT GRAVACAO-CANCELADA
                    IF FS-STAT NOT = 00
                 DISPLAY(23, 14) '                           '
                 DISPLAY(24, 14) '                           '
                 CLOSE CLIENTES OPEN I-O CLIENTES
                 WRITE REG-CLIENTES
                 MOVE 'I' TO WS-JN-OPERACAO
                 PERFORM JORNAL-CLIENTES.
      * PROCURA O CEP DIGITADO NO ARQUIVO DE COORDENADAS. SE ACHAR,
      * PREENCHE LATITUDE/LONGITUDE DO CLIENTE COM O VALOR DO CEP.
       PROCURA-CEP.
              IF FS-STAT NOT = 00
                 MOVE 'N' TO WS-REGIAO-VALIDA.
           MOVE 0 TO FS-STAT.
      * MESMA IDEIA PARA A COMPETENCIA, CONFERIDA NA LINHAPRD (USA O
      * MESMO INDICADOR DE VALIDO DA REGIAO).
       VALIDA-COMPETENCIA-CLIENTE.
           MOVE 'S' TO WS-REGIAO-VALIDA
           IF WS-CL-COMPETENCIA NOT = SPACES AND ARQUIVO-LINHAPRD-OK
              MOVE WS-CL-COMPETENCIA TO LP-CODIGO
              READ LINHAPRD
              IF FS-STAT NOT = 00
                 MOVE 'N' TO WS-REGIAO-VALIDA.
           MOVE 0 TO FS-STAT.
       MOSTRA-COORDENADAS-CEP.
           MOVE WS-CL-LATITUDE TO WS-MASCARA
           DISPLAY(18, 32) WS-MASCARA
           ADD 1 TO WS-CSV-LINHA
           MOVE ZEROS  TO WS-CL-CODIGO WS-CL-CNPJ
                          WS-CL-LATITUDE WS-CL-LONGITUDE WS-CL-CEP
                          WS-CL-GRUPO
           MOVE SPACES TO WS-CL-RAZAO WS-CL-ENDERECO
                          WS-CL-CIDADE WS-CL-UF
           MOVE 'A'    TO WS-CL-STATUS
           MOVE SPACES TO WS-CL-SEGMENTO WS-CL-FILIAL
                          WS-CL-COMPETENCIA WS-CL-SIT-RECEITA
           MOVE 'N'    TO WS-CSV-REJEITADO
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE 1 TO IDX IDX-COD
           ELSE
              MOVE WS-REG-CLIENTES TO REG-CLIENTES
              WRITE REG-CLIENTES
              MOVE 'I' TO WS-JN-OPERACAO
              PERFORM JORNAL-CLIENTES
              IF FS-STAT = 00
                 ADD 1 TO WS-CSV-QTD-OK
              ELSE
              MOVE 'ATENCAO: CLIENTE COM BLOQUEIO DE CREDITO'
                    TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
      * IDEM PARA O CNPJ FORA DE ATIVA NA RECEITA (SICCV75): O
      * CLIENTE CONTINUA FORA DA DISTRIBUICAO ATE A RECEITA VOLTAR.
           IF WS-CL-STATUS = 'A' AND WS-CL-SIT-RECEITA NOT = 'A'
              AND WS-CL-SIT-RECEITA NOT = SPACES
              MOVE 'ATENCAO: CNPJ IRREGULAR NA RECEITA FEDERAL'
                    TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
       ALTERA-SEGMENTO.
           ACCEPT(11, 66) WS-CL-SEGMENTO WITH PROMPT UPDATE
           IF WS-CL-SEGMENTO NOT = 'A' AND WS-CL-SEGMENTO NOT = 'B'
       ALTERA-JANELA.
           ACCEPT(14, 66) WS-CL-HORA-ABRE WITH PROMPT UPDATE
           ACCEPT(15, 66) WS-CL-HORA-FECHA WITH PROMPT UPDATE.
       ALTERA-COMPETENCIA.
           ACCEPT(12, 66) WS-CL-COMPETENCIA WITH PROMPT UPDATE
           PERFORM VALIDA-COMPETENCIA-CLIENTE
           IF NOT REGIAO-VALIDA
              MOVE 'COMPETENCIA NAO CADASTRADA EM LINHAS'
                    TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO ALTERA-COMPETENCIA.
       ALTERA-REGIAO.
           ACCEPT(21, 32) WS-CL-REGIAO WITH PROMPT UPDATE
           PERFORM VALIDA-REGIAO-CLIENTE
                 MOVE WS-REG-CLIENTES TO REG-CLIENTES
                 MOVE 'N' TO WS-CANCELA-GRAVACAO
                 REWRITE REG-CLIENTES
                 MOVE 'A' TO WS-JN-OPERACAO
                 PERFORM JORNAL-CLIENTES
                 PERFORM CONFLITO-REGRAVACAO UNTIL FS-STAT NOT = 21
                 IF NOT GRAVACAO-CANCELADA
                    IF FS-STAT NOT = 00
                 DISPLAY(23, 14) '                           '
                 DISPLAY(24, 14) '                           '
                 CLOSE CLIENTES OPEN I-O CLIENTES
                 REWRITE REG-CLIENTES
                 MOVE 'A' TO WS-JN-OPERACAO
                 PERFORM JORNAL-CLIENTES.
      * -----------------------------------
       EXCLUI.
           PERFORM MOSTRA-TELA-REGISTRO
           ACCEPT(23, 45) WS-RESPOSTA
           IF WS-RESPOSTA = 'S'
              DELETE CLIENTES
              MOVE 'E' TO WS-JN-OPERACAO
              PERFORM JORNAL-CLIENTES
              MOVE 'CLIENTE EXCLUIDO COM SUCESSO !!!!' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 'EXCLUSAO  ' TO AU-ACAO
      * HISTORICO DE VISITAS DO CLIENTE: PERMITE REGISTRAR UMA NOVA
      * VISITA (DATA, RESULTADO E PROXIMA VISITA PREVISTA) E CONSULTAR
      * O HISTORICO JA GRAVADO, SEM MEXER NO CADASTRO PRINCIPAL.
      * DEPOIS DE GRAVADA, A VISITA PODE RECEBER OS CONCORRENTES
      * VISTOS NO CLIENTE (VISITAS-CONCORRENTES).
       TELA-VISITAS.
           PERFORM MOSTRA-TELA-REGISTRO
           DISPLAY SS-CABEC-VISITAS.
                      UNTIL WS-RESPOSTA = 'S' OR WS-RESPOSTA = 'N'.
           IF WS-OPCAO = 5 AND WS-RESPOSTA = 'S'
              PERFORM VISITAS-TELA THRU VISITAS-GRAVAR.
           IF WS-OPCAO = 5 AND WS-RESPOSTA = 'S'
              IF WS-VI-GRAVADA = 'S' AND ARQUIVO-VISCONC-OK
                 PERFORM VISITAS-CONCORRENTES.
           IF WS-OPCAO = 5
              PERFORM VISITAS-HISTORICO-PERGUNTA
                      UNTIL WS-RESPOSTA = 'S' OR WS-RESPOSTA = 'N'.
           PERFORM VISITAS-RESULT-COD
           ACCEPT(14, 32) WS-VI-RESULTADO WITH PROMPT
           ACCEPT(16, 32) WS-VI-PROXIMA WITH PROMPT
           PERFORM VISITAS-SITE
           PERFORM VISITAS-CAMPANHA.
      * SITE VISITADO: ZERO E O ENDERECO PRINCIPAL; UM SITE
      * INFORMADO PRECISA EXISTIR NO CLISITE.DAT DO CLIENTE.
       VISITAS-SITE.
                 PERFORM MOSTRA-ERRO
                 GO VISITAS-SITE.
           MOVE 0 TO FS-STAT.
      * CAMPANHA DA VISITA: SUGERE A CAMPANHA EM VIGOR QUE TEM O
      * CLIENTE NO PUBLICO-ALVO (ACHACAMP); O VENDEDOR PODE TROCAR OU
      * APAGAR, MAS UM CODIGO INFORMADO PRECISA EXISTIR NO CAMPANHA.DAT.
       VISITAS-CAMPANHA.
           CALL 'ACHACAMP' USING WS-CL-CODIGO WS-VI-DATA WS-VI-CAMPANHA.
       VISITAS-CAMPANHA-DIGITA.
           DISPLAY(20, 32) WS-VI-CAMPANHA
           ACCEPT(20, 32) WS-VI-CAMPANHA WITH PROMPT UPDATE
           IF WS-VI-CAMPANHA NOT = SPACES AND ARQUIVO-CAMPANHA-OK
              MOVE WS-VI-CAMPANHA TO MK-CODIGO
              READ CAMPANHA
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'CAMPANHA NAO CADASTRADA' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 GO VISITAS-CAMPANHA-DIGITA.
           MOVE 0 TO FS-STAT.
      * CODIGO DO RESULTADO VALIDADO CONTRA A TABELA RESULTCD; SE A
      * TABELA NAO ABRIU, ACEITA O QUE FOR DIGITADO (SO AVISA).
       VISITAS-RESULT-COD.
           MOVE WS-VI-PROXIMA   TO VI-PROXIMA
           MOVE WS-VI-RESULT-COD TO VI-RESULT-COD
           MOVE WS-VI-SITE      TO VI-SITE
           MOVE WS-VI-CAMPANHA  TO VI-CAMPANHA
           MOVE 0               TO VI-CHECKIN-LAT VI-CHECKIN-LONG
           WRITE REG-VISITAS
           MOVE 'I' TO WS-JN-OPERACAO
           PERFORM JORNAL-VISITAS
           MOVE 'S' TO WS-VI-GRAVADA
           IF FS-STAT NOT = 00
              MOVE 'N' TO WS-VI-GRAVADA
              MOVE 'ERRO AO GRAVAR VISITA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           MOVE 00 TO FS-STAT
           PERFORM MOSTRA-TELA-REGISTRO
           DISPLAY SS-CABEC-VISITAS
           DISPLAY(10, 32) WS-CL-CODIGO.
      * CONCORRENTES PRESENTES NO CLIENTE, NA CHAVE DA VISITA RECEM
      * GRAVADA (O REG-VISITAS AINDA E O DELA): UM POR VEZ, COM A
      * LINHA DE PRODUTO E A PARTICIPACAO ESTIMADA, ATE A RESPOSTA
      * 'N'. O MESMO CONCORRENTE NA MESMA LINHA SO REGRAVA.
       VISITAS-CONCORRENTES.
           MOVE SPACES TO WS-VK-RESPOSTA
           PERFORM VISITAS-CONCORRENTE-PASSO
                   UNTIL WS-VK-RESPOSTA = 'N'
           PERFORM MOSTRA-TELA-REGISTRO
           DISPLAY SS-CABEC-VISITAS
           DISPLAY(10, 32) WS-CL-CODIGO.
       VISITAS-CONCORRENTE-PASSO.
           MOVE SPACES TO WS-VK-RESPOSTA
           PERFORM VISITAS-CONCORRENTE-PERGUNTA
                   UNTIL WS-VK-RESPOSTA = 'S' OR WS-VK-RESPOSTA = 'N'
           IF WS-VK-RESPOSTA = 'S'
              PERFORM VISITAS-CONCORRENTE-TELA
                      THRU VISITAS-CONCORRENTE-GRAVAR.
       VISITAS-CONCORRENTE-PERGUNTA.
           DISPLAY(23, 14) 'CONCORRENTE NO CLIENTE ? (S/N) '
           ACCEPT(23, 46) WS-VK-RESPOSTA.
       VISITAS-CONCORRENTE-TELA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-CONCORRENTE
           DISPLAY SS-CABEC-CONCORRENTE
           DISPLAY(10, 32) VI-CLIENTE
           DISPLAY(12, 32) VI-DATA
           MOVE SPACES TO WS-VK-CONCORRENTE WS-VK-LINHA
           MOVE ZEROS  TO WS-VK-PARTICIPACAO.
      * CONCORRENTE OBRIGATORIO E CONFERIDO NA TABELA CONCORR; SE A
      * TABELA NAO ABRIU, ACEITA O QUE FOR DIGITADO.
       VISITAS-CONCORRENTE-CODIGO.
           ACCEPT(14, 32) WS-VK-CONCORRENTE WITH PROMPT
           IF WS-VK-CONCORRENTE = SPACES
              MOVE 'CONCORRENTE EM BRANCO NAO ACEITO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO VISITAS-CONCORRENTE-CODIGO.
           IF ARQUIVO-CONCORR-OK
              MOVE WS-VK-CONCORRENTE TO CR-CODIGO
              READ CONCORR
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'CONCORRENTE NAO CADASTRADO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 GO VISITAS-CONCORRENTE-CODIGO
              ELSE
                 DISPLAY(14, 37) CR-NOME.
           MOVE 0 TO FS-STAT.
      * LINHA DE PRODUTO OPCIONAL (BRANCO = TODAS AS COMPRAS DO
      * CLIENTE); INFORMADA, PRECISA EXISTIR NA LINHAPRD.
       VISITAS-CONCORRENTE-LINHA.
           ACCEPT(16, 32) WS-VK-LINHA WITH PROMPT
           IF WS-VK-LINHA NOT = SPACES AND ARQUIVO-LINHAPRD-OK
              MOVE WS-VK-LINHA TO LP-CODIGO
              READ LINHAPRD
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'LINHA DE PRODUTO NAO CADASTRADA' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 GO VISITAS-CONCORRENTE-LINHA.
           MOVE 0 TO FS-STAT.
       VISITAS-CONCORRENTE-PARTIC.
           ACCEPT(18, 32) WS-VK-PARTICIPACAO WITH PROMPT
           IF WS-VK-PARTICIPACAO > 100
              MOVE 'PARTICIPACAO ACIMA DE 100%' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              GO VISITAS-CONCORRENTE-PARTIC.
       VISITAS-CONCORRENTE-GRAVAR.
           MOVE VI-CLIENTE         TO VK-CLIENTE
           MOVE VI-DATA            TO VK-DATA
           MOVE VI-HORA            TO VK-HORA
           MOVE WS-VK-CONCORRENTE  TO VK-CONCORRENTE
           MOVE WS-VK-LINHA        TO VK-LINHA
           MOVE WS-VK-PARTICIPACAO TO VK-PARTICIPACAO
           MOVE 'T'                TO VK-ORIGEM
           WRITE REG-VISCONC
           IF FS-STAT = 22
              REWRITE REG-VISCONC.
           IF FS-STAT NOT = 00
              MOVE 'ERRO AO GRAVAR CONCORRENTE' TO WS-MSGERRO
           ELSE
              MOVE 'CONCORRENTE REGISTRADO !!!' TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO
           MOVE 0 TO FS-STAT.
       VISITAS-HISTORICO-PERGUNTA.
           DISPLAY(23, 14) 'VER HISTORICO DE VISITAS ? (S/N) '
           ACCEPT(23, 48) WS-RESPOSTA.
           MOVE CL-STATUS TO AU-STATUS-DEPOIS
           PERFORM GRAVA-AUDITORIA
           PERFORM UNIFICA-VISITAS
           PERFORM UNIFICA-CONCORRENTES
           PERFORM UNIFICA-CARTEIRA
           MOVE WS-UNI-SAI TO CL-CODIGO
           READ CLIENTES
           IF FS-STAT = 00
              DELETE CLIENTES
              MOVE 'E' TO WS-JN-OPERACAO
              PERFORM JORNAL-CLIENTES
              MOVE 'CLIENTES UNIFICADOS COM SUCESSO !!!' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
       MOVE-VISITA-PARA-FICA.
           ADD 1 TO WS-UNI-QTD-VISITAS
           DELETE VISITAS
           MOVE 'E' TO WS-JN-OPERACAO
           PERFORM JORNAL-VISITAS
           MOVE WS-UNI-FICA TO VI-CLIENTE
           MOVE 0 TO WS-UNI-TENTA
           WRITE REG-VISITAS
           MOVE 'I' TO WS-JN-OPERACAO
           PERFORM JORNAL-VISITAS
           PERFORM EMPURRA-HORA-VISITA
                   UNTIL FS-STAT = 00 OR WS-UNI-TENTA > 60
           MOVE 0 TO FS-STAT.
       EMPURRA-HORA-VISITA.
           ADD 1 TO WS-UNI-TENTA
           ADD 1 TO VI-HORA
           WRITE REG-VISITAS
           MOVE 'I' TO WS-JN-OPERACAO
           PERFORM JORNAL-VISITAS.
      * OS CONCORRENTES VISTOS NAS VISITAS DO DUPLICADO ACOMPANHAM
      * AS VISITAS, NA MESMA DATA/HORA; SE O QUE FICA JA TEM O MESMO
      * CONCORRENTE E LINHA NAQUELA CHAVE, O DO DUPLICADO E SO
      * REMOVIDO.
       UNIFICA-CONCORRENTES.
           IF ARQUIVO-VISCONC-OK
              MOVE 'N' TO WS-UNI-VK-FIM
              PERFORM UNIFICA-UM-CONCORRENTE
                      UNTIL WS-UNI-VK-FIM = 'S'.
           MOVE 0 TO FS-STAT.
       UNIFICA-UM-CONCORRENTE.
           MOVE WS-UNI-SAI TO VK-CLIENTE
           MOVE ZEROS TO VK-DATA VK-HORA
           MOVE SPACES TO VK-CONCORRENTE VK-LINHA
           START VISCONC KEY NOT LESS THAN VK-CHAVE
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-UNI-VK-FIM
           ELSE
              READ VISCONC NEXT
              IF FS-STAT NOT = 00 OR VK-CLIENTE NOT = WS-UNI-SAI
                 MOVE 'S' TO WS-UNI-VK-FIM
              ELSE
                 DELETE VISCONC
                 MOVE WS-UNI-FICA TO VK-CLIENTE
                 WRITE REG-VISCONC.
           MOVE 0 TO FS-STAT.
      * O REGISTRO DE CARTEIRA DO DUPLICADO PASSA PARA O QUE FICA
      * QUANDO ELE AINDA NAO TEM CARTEIRA; SE JA TEM, O DO DUPLICADO
      * E SO REMOVIDO.
              READ CARTEIRA
              IF FS-STAT = 00
                 PERFORM TRANSFERE-CARTEIRA-FICA
                 DELETE CARTEIRA
                 MOVE 'E' TO WS-JN-OPERACAO
                 PERFORM JORNAL-CARTEIRA.
           IF ARQUIVO-CARTEIRA-OK
              CLOSE CARTEIRA
              OPEN INPUT CARTEIRA.
           IF FS-STAT NOT = 00
              MOVE WS-REG-CARTEIRA-GUARDA TO REG-CARTEIRA
              MOVE WS-UNI-FICA TO CA-CLIENTE
              WRITE REG-CARTEIRA
              MOVE 'I' TO WS-JN-OPERACAO
              PERFORM JORNAL-CARTEIRA.
           MOVE WS-UNI-SAI TO CA-CLIENTE
           READ CARTEIRA
           MOVE 0 TO FS-STAT.
           IF MT-CAMPO = 'FILIAL    '
              MOVE MT-VALOR(1:2) TO CL-FILIAL
              GO APLICA-CAMPO-FIM.
           IF MT-CAMPO = 'COMPETENC '
              MOVE MT-VALOR(1:3) TO WS-CL-COMPETENCIA
              PERFORM VALIDA-COMPETENCIA-CLIENTE
              IF NOT REGIAO-VALIDA
                 MOVE 'S' TO WS-MNT-REJEITADA
                 MOVE 'COMPETENCIA NAO CADASTRADA' TO WS-MNT-MOTIVO
              ELSE
                 MOVE MT-VALOR(1:3) TO CL-COMPETENCIA
              GO APLICA-CAMPO-FIM.
           IF MT-CAMPO = 'FIXO      '
              IF MT-VALOR(1:1) NOT = 'S' AND MT-VALOR(1:1) NOT = 'N'
                 MOVE 'S' TO WS-MNT-REJEITADA
                       MOVE MT-VALOR(1:3) TO CL-VENDEDOR.
       GRAVA-TRANSACAO.
           REWRITE REG-CLIENTES
           MOVE 'A' TO WS-JN-OPERACAO
           PERFORM JORNAL-CLIENTES
           IF FS-STAT NOT = 00
              MOVE 0 TO FS-STAT
              MOVE 'S' TO WS-MNT-REJEITADA
           MOVE PG-DADOS TO REG-CLIENTES
           MOVE 'N' TO WS-CANCELA-GRAVACAO
           REWRITE REG-CLIENTES
           MOVE 'A' TO WS-JN-OPERACAO
           PERFORM JORNAL-CLIENTES
           PERFORM CONFLITO-REGRAVACAO UNTIL FS-STAT NOT = 21
           IF GRAVACAO-CANCELADA
              ADD 1 TO WS-PEND-QTD-PENDENTE
              MOVE 'S' TO WS-TEM-CEPFAIXA
           ELSE
              MOVE 'N' TO WS-TEM-CEPFAIXA.
           OPEN INPUT LINHAPRD
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-LINHAPRD
           ELSE
              MOVE 'N' TO WS-TEM-LINHAPRD.
           OPEN INPUT CAMPANHA
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-CAMPANHA
           ELSE
              MOVE 'N' TO WS-TEM-CAMPANHA.
           OPEN INPUT CLIARQ
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-CLIARQ
           ELSE
              MOVE 'N' TO WS-TEM-CLIARQ.
           OPEN I-O GEOPEND
           IF FS-STAT = '30'
              OPEN OUTPUT GEOPEND
              CLOSE GEOPEND
              OPEN I-O GEOPEND.
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
      * MOSTRA TELA DO REGISTRO SEM INFORMACOES
           MOVE CL-CODIGO TO AU-CODIGO
           MOVE ';' TO AU-F1 AU-F2 AU-F3 AU-F4 AU-F5
                       AU-F6 AU-F7 AU-F8 AU-F9 AU-F10 AU-F11 AU-F12
           PERFORM SELA-AUDCSV
           WRITE REG-AUDCSV
           PERFORM GRAVA-AUDITORIA-INDEXADA.
      * SELO ENCADEADO DA LINHA (AUDSELO), LOGO ANTES DO WRITE.
       SELA-AUDCSV.
           MOVE SPACES TO AU-FS AU-SELO
           MOVE 'E'        TO WS-AS-FUNCAO
           MOVE 'AUDCLI  ' TO WS-AS-CADEIA
           MOVE REG-AUDCSV TO WS-AS-LINHA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE ';'        TO AU-FS
           MOVE WS-AS-SELO TO AU-SELO.
      * MESMA ENTRADA DE AUDITORIA, GRAVADA TAMBEM NO INDEXADO POR
      * (TIPO, CODIGO, DATA, HORA) PARA A CONSULTA EM TELA.
       GRAVA-AUDITORIA-INDEXADA.
           DISPLAY(20, 66) CL-VENDEDOR
           DISPLAY(21, 32) CL-REGIAO
           DISPLAY(21, 66) CL-FIXO
           DISPLAY(12, 66) CL-COMPETENCIA
           DISPLAY(13, 66) CL-DIA-PREF
           DISPLAY(14, 66) CL-HORA-ABRE
           DISPLAY(15, 66) CL-HORA-FECHA.

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
       JORNAL-VISITAS.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'VISITAS ' TO WS-JN-ARQUIVO
              MOVE REG-VISITAS TO WS-JN-IMAGEM
              PERFORM GRAVA-JORNAL.
       GRAVA-JORNAL.
           MOVE 'SICCV01 ' TO WS-JN-PROGRAMA
           CALL 'JORNAL' USING WS-JORNAL.
      * -----------------------------------
       TEMPO.
           DISPLAY(23, 13) " ".
