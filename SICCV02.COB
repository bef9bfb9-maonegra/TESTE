           05 AU-CPF-ANTES        PIC 9(14).
           05 AU-F8                PIC X(01).
           05 AU-CPF-DEPOIS       PIC 9(14).
           05 AU-FS               PIC X(01).
           05 AU-SELO             PIC X(19).
      * FILA DE GRAVACOES QUE NAO PEGARAM NA HORA (REWRITE COM ERRO
      * DIFERENTE DE REGISTRO EM USO): GUARDA UMA COPIA DO REGISTRO
      * JA ALTERADO PARA SER REGRAVADA DEPOIS, EM TELA-PENDENCIAS, SEM
           05 PG-DATA             PIC 9(08).
           05 PG-HORA             PIC 9(08).
           05 PG-ERRO             PIC 9(02).
           05 PG-DADOS             PIC X(95).
       COPY VENDEDOR.FD.
       COPY CLIENTES.FD.
       COPY CARTEIRA.FD.
           05 HC-VENDEDOR-NOVO      PIC 9(03).
           05 HC-F4                 PIC X(01).
           05 HC-DISTANCIA          PIC 9(05)V9(3).
           05 HC-FS                 PIC X(01).
           05 HC-SELO               PIC X(19).
      * TRILHA DE AUDITORIA DO CLIENTE (MESMO LAYOUT DO SICCV01),
      * USADA PELA UNIFICACAO PARA ASSINAR A TROCA DE VENDEDOR DE
      * CADA CLIENTE MIGRADO.
           05 AC-STATUS-ANTES     PIC X(01).
           05 AC-F12               PIC X(01).
           05 AC-STATUS-DEPOIS    PIC X(01).
           05 AC-FS               PIC X(01).
           05 AC-SELO             PIC X(19).
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL: O TERMINAL
      * DESTE PROCESSO VEM DA VARIAVEL DE AMBIENTE SICCVTERM E A
      * SESSAO DELE E LIDA NO SESSAO.DAT, PARA ASSINAR A AUDITORIA
       COPY SESSAO.FD.
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY AUDSELO.WS.
       COPY JORNAL.WS.
       01  IDX-COD              PIC 9(02) VALUE ZEROS.
       01  IDX                  PIC 9(02) VALUE ZEROS.
       01  CT                   PIC 9(02) VALUE ZEROS.
           05 WS-VD-CAPACIDADE  PIC 9(05) VALUE ZEROS.
           05 WS-VD-FILIAL      PIC X(02) VALUE SPACES.
           05 WS-VD-VISITAS-DIA PIC 9(03) VALUE ZEROS.
           05 WS-VD-EQUIPE      PIC 9(03) VALUE ZEROS.

       SCREEN SECTION.
       01  SS-JANELA.
                         WS-VD-LATITUDE WS-VD-LONGITUDE
           MOVE SPACES TO WS-VD-NOME.
           MOVE 'A' TO WS-VD-STATUS.
           MOVE ZEROS TO WS-VD-CAPACIDADE WS-VD-VISITAS-DIA
                         WS-VD-EQUIPE.
           MOVE SPACES TO WS-VD-FILIAL.
           IF WS-OPCAO = 1
              PERFORM INCLUI UNTIL WS-OPCAO = 0.
                 MOVE WS-REG-VENDEDOR TO REG-VENDEDOR
                 MOVE 'N' TO WS-CANCELA-GRAVACAO
                 WRITE REG-VENDEDOR
                 MOVE 'I' TO WS-JN-OPERACAO
                 PERFORM JORNAL-VENDEDOR
                 PERFORM CONFLITO-GRAVACAO UNTIL FS-STAT NOT = 21
                 IF NOT GRAVACAO-CANCELADA
                    IF FS-STAT NOT = 00
                 DISPLAY(23, 14) '                           '
                 DISPLAY(24, 14) '                           '
                 CLOSE VENDEDOR OPEN I-O VENDEDOR
                 WRITE REG-VENDEDOR
                 MOVE 'I' TO WS-JN-OPERACAO
                 PERFORM JORNAL-VENDEDOR.

      * -----------------------------------
       IMPORTAR.
           IF WS-DUP-LINHA-FLAG(WS-CSV-LINHA) NOT = 'S'
              MOVE WS-REG-VENDEDOR TO REG-VENDEDOR
              WRITE REG-VENDEDOR
              MOVE 'I' TO WS-JN-OPERACAO
              PERFORM JORNAL-VENDEDOR
              IF FS-STAT = 21
                 CLOSE VENDEDOR OPEN I-O VENDEDOR
                 WRITE REG-VENDEDOR
                 MOVE 'I' TO WS-JN-OPERACAO
                 PERFORM JORNAL-VENDEDOR.
       EXTRAI-LINHA-CSV.
           MOVE ZEROS  TO WS-VD-CODIGO WS-VD-CPF
                          WS-VD-LATITUDE WS-VD-LONGITUDE
                 MOVE WS-REG-VENDEDOR TO REG-VENDEDOR
                 MOVE 'N' TO WS-CANCELA-GRAVACAO
                 REWRITE REG-VENDEDOR
                 MOVE 'A' TO WS-JN-OPERACAO
                 PERFORM JORNAL-VENDEDOR
                 PERFORM CONFLITO-REGRAVACAO UNTIL FS-STAT NOT = 21
                 IF NOT GRAVACAO-CANCELADA
                    IF FS-STAT NOT = 00
                 DISPLAY(23, 14) '                           '
                 DISPLAY(24, 14) '                           '
                 CLOSE VENDEDOR OPEN I-O VENDEDOR
                 REWRITE REG-VENDEDOR
                 MOVE 'A' TO WS-JN-OPERACAO
                 PERFORM JORNAL-VENDEDOR.
      * -----------------------------------
       EXCLUI.
           PERFORM MOSTRA-TELA-REGISTRO
           ACCEPT(23, 45) WS-RESPOSTA
           IF WS-RESPOSTA = 'S'
              DELETE VENDEDOR
              MOVE 'E' TO WS-JN-OPERACAO
              PERFORM JORNAL-VENDEDOR
              MOVE 'VENDEDOR EXCLUIDO COM SUCESSO !!!!' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
              MOVE 'EXCLUSAO  ' TO AU-ACAO
           MOVE PG-DADOS TO REG-VENDEDOR
           MOVE 'N' TO WS-CANCELA-GRAVACAO
           REWRITE REG-VENDEDOR
           MOVE 'A' TO WS-JN-OPERACAO
           PERFORM JORNAL-VENDEDOR
           PERFORM CONFLITO-REGRAVACAO UNTIL FS-STAT NOT = 21
           IF GRAVACAO-CANCELADA
              ADD 1 TO WS-PEND-QTD-PENDENTE
              IF CA-VENDEDOR = WS-UNI-SAI
                 MOVE WS-UNI-FICA TO CA-VENDEDOR
                 REWRITE REG-CARTEIRA
                 MOVE 'A' TO WS-JN-OPERACAO
                 PERFORM JORNAL-CARTEIRA
                 ADD 1 TO WS-UNI-QTD-CARTEIRA
                 MOVE WS-UNI-HOJE  TO HC-DATA
                 MOVE CA-CLIENTE   TO HC-CLIENTE
                 MOVE WS-UNI-FICA  TO HC-VENDEDOR-NOVO
                 MOVE CA-DISTANCIA TO HC-DISTANCIA
                 MOVE ';' TO HC-F1 HC-F2 HC-F3 HC-F4
                 PERFORM SELA-HISTCART
                 WRITE REG-HISTCART.
           MOVE 0 TO FS-STAT.
      * SELO ENCADEADO DA LINHA (AUDSELO), LOGO ANTES DO WRITE.
       SELA-HISTCART.
           MOVE SPACES TO HC-FS HC-SELO
           MOVE 'E'        TO WS-AS-FUNCAO
           MOVE 'HISTCART' TO WS-AS-CADEIA
           MOVE REG-HISTCART TO WS-AS-LINHA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE ';'        TO HC-FS
           MOVE WS-AS-SELO TO HC-SELO.
      * CADASTRO: CL-VENDEDOR DO DUPLICADO PASSA PARA O QUE FICA,
      * COM A TRILHA DE AUDITORIA DE CLIENTE EM CADA TROCA.
       UNIFICA-CLIENTES.
              IF CL-VENDEDOR = WS-UNI-SAI
                 MOVE WS-UNI-FICA TO CL-VENDEDOR
                 REWRITE REG-CLIENTES
                 MOVE 'A' TO WS-JN-OPERACAO
                 PERFORM JORNAL-CLIENTES
                 ADD 1 TO WS-UNI-QTD-CLIENTES
                 PERFORM GRAVA-AUDITORIA-CLI-UNIFICA.
           MOVE 0 TO FS-STAT.
           MOVE CL-STATUS   TO AC-STATUS-DEPOIS
           MOVE ';' TO AC-F1 AC-F2 AC-F3 AC-F4 AC-F5
                       AC-F6 AC-F7 AC-F8 AC-F9 AC-F10 AC-F11 AC-F12
           PERFORM SELA-AUDCLICSV
           WRITE REG-AUDCLICSV
           MOVE 'C'                TO AX-TIPO
           MOVE AC-CODIGO          TO AX-CODIGO
           MOVE AC-STATUS-DEPOIS   TO AX-STATUS-DEPOIS
           WRITE REG-AUDIND
           MOVE 0 TO FS-STAT.
      * SELO ENCADEADO DA LINHA (AUDSELO), LOGO ANTES DO WRITE.
       SELA-AUDCLICSV.
           MOVE SPACES TO AC-FS AC-SELO
           MOVE 'E'        TO WS-AS-FUNCAO
           MOVE 'AUDCLI  ' TO WS-AS-CADEIA
           MOVE REG-AUDCLICSV TO WS-AS-LINHA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE ';'        TO AC-FS
           MOVE WS-AS-SELO TO AC-SELO.
      * HISTORICO DE VENDAS: CADA MES DO DUPLICADO E SOMADO NO MES
      * CORRESPONDENTE DO QUE FICA (OU GRAVADO, SE NAO EXISTIA) E
      * REMOVIDO; A RELEITURA RECOMECA DO INICIO A CADA MOVIMENTO,
              IF AF-SUBSTITUTO = WS-UNI-SAI
                 MOVE WS-UNI-FICA TO AF-SUBSTITUTO
                 REWRITE REG-AUSENCIA.
      * PROPOSTAS PENDENTES (OU APROVADAS E AINDA NAO APLICADAS, COMO
      * AS AGENDADAS PARA UMA VIGENCIA FUTURA) QUE CITAM O DUPLICADO
      * PASSAM A CITAR O QUE FICA (AS JA DECIDIDAS FICAM COMO
      * HISTORIA).
       UNIFICA-PROPOSTAS.
           MOVE ZEROS TO PP-NUMERO
           START PROPOSTA KEY NOT LESS THAN PP-NUMERO
           READ PROPOSTA NEXT AT END
              MOVE 'S' TO WS-UNI-FIM.
           IF WS-UNI-FIM = 'N'
              IF (PROPOSTA-PENDENTE OR PROPOSTA-APROVADA)
                 AND (PP-VENDEDOR-DE = WS-UNI-SAI
                      OR PP-VENDEDOR-PARA = WS-UNI-SAI)
                 IF PP-VENDEDOR-DE = WS-UNI-SAI
              MOVE VD-NOME TO AU-NOME-ANTES
              MOVE VD-CPF  TO AU-CPF-ANTES
              DELETE VENDEDOR
              MOVE 'E' TO WS-JN-OPERACAO
              PERFORM JORNAL-VENDEDOR
              MOVE 'UNIFICACAO' TO AU-ACAO
              MOVE SPACES TO AU-NOME-DEPOIS
              MOVE 0 TO AU-CPF-DEPOIS
           MOVE WS-OPERADOR TO AU-OPERADOR
           MOVE VD-CODIGO TO AU-CODIGO
           MOVE ';' TO AU-F1 AU-F2 AU-F3 AU-F4 AU-F5 AU-F6 AU-F7 AU-F8
           PERFORM SELA-AUDCSV
           WRITE REG-AUDCSV
           PERFORM GRAVA-AUDITORIA-INDEXADA.
      * SELO ENCADEADO DA LINHA (AUDSELO), LOGO ANTES DO WRITE.
       SELA-AUDCSV.
           MOVE SPACES TO AU-FS AU-SELO
           MOVE 'E'        TO WS-AS-FUNCAO
           MOVE 'AUDVDD  ' TO WS-AS-CADEIA
           MOVE REG-AUDCSV TO WS-AS-LINHA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE ';'        TO AU-FS
           MOVE WS-AS-SELO TO AU-SELO.
      * MESMA ENTRADA DE AUDITORIA, GRAVADA TAMBEM NO INDEXADO POR
      * (TIPO, CODIGO, DATA, HORA) PARA A CONSULTA EM TELA.
       GRAVA-AUDITORIA-INDEXADA.
           CHAIN "SICCV13.EXE"
           STOP RUN.

      * -----------------------------------
      * IMAGEM DEPOIS DA GRAVACAO NO JORNAL.DAT, PARA O SICCV69
      * REFAZER A ALTERACAO DEPOIS DE UMA RESTAURACAO DO BACKUP.
       JORNAL-CLIENTES.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'CLIENTES' TO WS-JN-ARQUIVO
              MOVE REG-CLIENTES TO WS-JN-IMAGEM
              PERFORM GRAVA-JORNAL.
       JORNAL-VENDEDOR.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'VENDEDOR' TO WS-JN-ARQUIVO
              MOVE REG-VENDEDOR TO WS-JN-IMAGEM
              PERFORM GRAVA-JORNAL.
       JORNAL-CARTEIRA.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'CARTEIRA' TO WS-JN-ARQUIVO
              MOVE REG-CARTEIRA TO WS-JN-IMAGEM
              PERFORM GRAVA-JORNAL.
       GRAVA-JORNAL.
           MOVE 'SICCV02 ' TO WS-JN-PROGRAMA
           CALL 'JORNAL' USING WS-JORNAL.
      * -----------------------------------
       TEMPO.
           DISPLAY(23, 13) " ".
