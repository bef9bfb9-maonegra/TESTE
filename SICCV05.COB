       COPY AUSENCIA.SEL.
       COPY AUDIND.SEL.
       COPY CONTATO.SEL.
       COPY VDCOMP.SEL.
       COPY GRUPO.SEL.
       COPY ALERTA.SEL.
       COPY CEP.SEL.
       COPY GEOPEND.SEL.
       COPY AUSENCIA.FD.
       COPY AUDIND.FD.
       COPY CONTATO.FD.
       COPY VDCOMP.FD.
       COPY GRUPO.FD.
       COPY ALERTA.FD.
       COPY CEP.FD.
       COPY GEOPEND.FD.
           05 AU-STATUS-ANTES     PIC X(01).
           05 AU-F12               PIC X(01).
           05 AU-STATUS-DEPOIS    PIC X(01).
           05 AU-FS               PIC X(01).
           05 AU-SELO             PIC X(19).
      * OPERADOR AUTENTICADO NO LOGIN DO MENU PRINCIPAL: O TERMINAL
      * DESTE PROCESSO VEM DA VARIAVEL DE AMBIENTE SICCVTERM E A
      * SESSAO DELE E LIDA NO SESSAO.DAT, PARA ASSINAR A AUDITORIA
      * 'S' QUANDO A VALIDACAO DE COORDENADAS REPROVOU O CLIENTE;
      * CLIENTE REPROVADO NAO ENTRA NA CARTEIRA ATE SER CORRIGIDO.
           05 CO-INVALIDO       PIC X(01).
      * SITUACAO DO CNPJ NA RECEITA (CL-SIT-RECEITA, SICCV75) NA
      * ULTIMA RODADA: CLIENTE QUE FICOU IRREGULAR PERDE OS PARES E
      * O QUE VOLTOU A ATIVA TEM OS PARES GERADOS DE NOVO.
           05 CO-SIT-RECEITA    PIC X(01).
       FD  HISTCART LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-HISTCART.
       01  REG-HISTCART.
           05 HC-VENDEDOR-NOVO      PIC 9(03).
           05 HC-F4                 PIC X(01).
           05 HC-DISTANCIA          PIC 9(05)V9(3).
           05 HC-FS                 PIC X(01).
           05 HC-SELO               PIC X(19).
      * FOTOGRAFIA DATADA DA CARTEIRA, GRAVADA AO FIM DE CADA RODADA
      * BEM SUCEDIDA (UM ARQUIVO CARTSNAP.AAAAMMDD POR DATA). O
      * CATALOGO SNAPCAT.DAT GUARDA AS DATAS EXISTENTES; NA EXPIRACAO
           05 HL-VENDEDOR-NOVO      PIC 9(03).
           05 HL-F4                 PIC X(01).
           05 HL-DISTANCIA          PIC 9(05)V9(3).
           05 HL-FS                 PIC X(01).
           05 HL-SELO               PIC X(19).
       FD  RUNLE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-RUNLOG.
       01  REG-RUNLE.
       COPY SPOOLCAT.FD.
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY AUDSELO.WS.
       COPY JORNAL.WS.
      * SPOOL DE RELATORIO: CADA RODADA GRAVA UM ARQUIVO DATADO EM
      * DISCO, REGISTRADO NO CATALOGO, NO LUGAR DE IR DIRETO PARA A
      * IMPRESSORA; A REIMPRESSAO E FEITA PELO GERENCIADOR DE SPOOL.
       01  WS-CAND-DISTANCIA     PIC 9(05)V9(3) VALUE ZEROS.
       01  WS-CAND-ACHOU         PIC X(01) VALUE 'N'.
           88 CAND-DENTRO-DA-COTA      VALUE 'S'.
       01  WS-FALLBACK-ACHOU     PIC X(01) VALUE 'N'.
           88 HA-VENDEDOR-HABILITADO   VALUE 'S'.
       01  WS-RESPOSTA           PIC X(01) VALUE SPACES.
       01  WS-TEM-CHECKPNT       PIC X(01) VALUE 'N'.
           88 HA-CHECKPNT-GRAVADO      VALUE 'S'.
       01  WS-OCIOSO-IDX         PIC 9(04) VALUE ZEROS.
       01  WS-TEM-CONTATO        PIC X(01) VALUE 'N'.
           88 ARQUIVO-CONTATO-OK      VALUE 'S'.
       01  WS-TEM-VDCOMP         PIC X(01) VALUE 'N'.
           88 ARQUIVO-VDCOMP-OK       VALUE 'S'.
      * COMPETENCIA EXIGIDA PELO CLIENTE EM AVALIACAO (BRANCO = SEM
      * EXIGENCIA) E SE O VENDEDOR DO PAR LIDO A TEM NO VDCOMP.
       01  WS-CLI-COMPETENCIA    PIC X(03) VALUE SPACES.
       01  WS-VENDEDOR-HABILITADO PIC X(01) VALUE 'S'.
           88 VENDEDOR-HABILITADO      VALUE 'S'.
      * CNPJ DO CLIENTE EM AVALIACAO FORA DE ATIVA NA RECEITA: NENHUM
      * PAR DELE E CANDIDATO, MESMO OS QUE SOBRARAM NO GERDIST.
       01  WS-CLI-IRREGULAR      PIC X(01) VALUE 'N'.
           88 CLIENTE-IRREGULAR        VALUE 'S'.
       01  WS-TEM-GRUPO          PIC X(01) VALUE 'N'.
           88 ARQUIVO-GRUPO-OK        VALUE 'S'.
      * GRUPO ECONOMICO DO CLIENTE EM AVALIACAO E O VENDEDOR
      * KEY-ACCOUNT DELE (ZERO = SEM DONO OU DONO FORA DE ACAO), COM
      * A DISTANCIA DO PAR DELE QUANDO ESTE APARECE NO GERDIST.
       01  WS-GRP-CODIGO         PIC 9(08) VALUE ZEROS.
       01  WS-CLI-KEY-ACCOUNT    PIC 9(03) VALUE ZEROS.
       01  WS-KA-DISTANCIA       PIC 9(05)V9(3) VALUE ZEROS.
       01  WS-KA-FIM             PIC X(01) VALUE 'N'.
           88 KA-FIM                  VALUE 'S'.
       01  WS-ESC-VENDEDOR       PIC 9(03) VALUE ZEROS.
       01  WS-ESC-DISTANCIA      PIC 9(05)V9(3) VALUE ZEROS.
      * FILA DE ALERTAS OPERACIONAIS (SICCV37): A GUARDA QUE ABORTA
      * GRAVA UM GRAVE AQUI, E GRAVE NAO RECONHECIDO BLOQUEIA A
      * PROXIMA RODADA AUTOMATICA.
           05 F                  PIC X(20) VALUE SPACES.
           05 F                  PIC X(50) VALUE
              'CLIENTES SEM VENDEDOR NA CARTEIRA'.
       01  LINHA-11.
           05 F                  PIC X(50) VALUE
              " CLIENTE  RAZAO SOCIAL".
           05 F                  PIC X(30) VALUE "MOTIVO".
       01  LINHA-12.
           05 F                  PIC X(50) VALUE "------- --------------
      -    "--------------------------".
           05 F                  PIC X(30) VALUE
              "-------------------------".
       01  LINHA-13.
           05 L13-CLIENTE        PIC ZZZZZZZ  VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L13-RAZAO          PIC X(40)    VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L13-MOTIVO         PIC X(25)    VALUE SPACES.
       01  LINHA-14.
           05 F                  PIC X(20) VALUE SPACES.
           05 F                  PIC X(50) VALUE
              CLOSE REGIAO.
           IF ARQUIVO-CONTATO-OK
              CLOSE CONTATO.
           IF ARQUIVO-VDCOMP-OK
              CLOSE VDCOMP.
           IF ARQUIVO-GRUPO-OK
              CLOSE GRUPO.
           CLOSE CLIENTES  GERDIST CARTEIRA SIMCART CHECKPNT COORDCTL
                 AUSENCIA HISTCART SNAPCAT LISTAG RUNLOG
           IF NOT EXECUCAO-AUTOMATICA
       EXECUTA-COMMIT.
           CLOSE CLIENTES OPEN I-O CLIENTES
           PERFORM GERA-CARTEIRA UNTIL WS-OPCAO = 7
           PERFORM CARTEIRA-KEY-ACCOUNT
           PERFORM GRAVA-SNAPSHOT
           PERFORM RELATORIO-CNPJ-DUPLICADO
           OPEN OUTPUT ARQCSV
           MOVE 'A' TO VD-STATUS
           MOVE WS-FAN-CAPAC  (WS-FAN-IDX) TO VD-CAPACIDADE
           MOVE WS-FAN-FILIAL (WS-FAN-IDX) TO VD-FILIAL
           MOVE 0 TO VD-VISITAS-DIA VD-EQUIPE
           ADD 1 TO WS-RUN-QTD-VENDEDORES
           PERFORM LE-SUJEIRA-VENDEDOR
           MOVE 0 TO WS-OPCAO
       PROCESSA-CLIENTE.
           IF NOT CLIENTE-ATIVO
              GO PROCESSA-CLIENTE-CHECKPNT.
      * CNPJ FORA DE ATIVA NA RECEITA (SICCV75) NAO RECEBE VENDEDOR
      * ENQUANTO A PROPOSTA DE SUSPENSAO ESPERA O SUPERVISOR.
           IF CNPJ-IRREGULAR
              GO PROCESSA-CLIENTE-CHECKPNT.
           IF WS-FILIAL-RUN NOT = SPACES
              AND CL-FILIAL NOT = WS-FILIAL-RUN
              GO PROCESSA-CLIENTE-CHECKPNT.
           MOVE 0            TO CO-VENDEDOR
           MOVE VD-FILIAL    TO CO-FILIAL
           MOVE SPACES       TO CO-STATUS
           MOVE SPACES       TO CO-SIT-RECEITA
           MOVE 'S'          TO CO-SUJO
           MOVE 'N'          TO CO-INVALIDO
           IF WS-CSV-STAT-GUARDA = 00
                    OR CO-FILIAL NOT = CL-FILIAL
                    OR CO-EXTRA NOT = CL-FIXO
                    OR CO-STATUS NOT = CL-STATUS
                    OR CO-SIT-RECEITA NOT = CL-SIT-RECEITA
                    OR (CL-FIXO = 'S'
                        AND CO-VENDEDOR NOT = CL-VENDEDOR)
                    PERFORM SUJA-CLIENTE.
           MOVE CL-VENDEDOR  TO CO-VENDEDOR
           MOVE CL-FILIAL    TO CO-FILIAL
           MOVE CL-STATUS    TO CO-STATUS
           MOVE CL-SIT-RECEITA TO CO-SIT-RECEITA
           MOVE 'S'          TO CO-SUJO
           IF WS-CSV-STAT-GUARDA NOT = 00
              MOVE 'N' TO CO-INVALIDO
           MOVE CL-CODIGO TO GE-CLIENTE
           READ GEOPEND
           MOVE WS-VAL-MOTIVO TO GE-MOTIVO
           ACCEPT GE-DATA OF REG-GEOPEND FROM DATE YYYYMMDD
           IF FS-STAT = 00
              REWRITE REG-GEOPEND
           ELSE
                    PERFORM INICIA-CANDIDATO
                 ELSE
                    PERFORM AVALIA-CANDIDATO.
      * PRIMEIRO PAR (MAIS PROXIMO) DE UM NOVO CLIENTE: LE A
      * COMPETENCIA QUE ELE EXIGE E O KEY-ACCOUNT DO GRUPO DELE E
      * AVALIA O PAR COMO OS DEMAIS.
       INICIA-CANDIDATO.
           MOVE GD-CLIENTE    TO CLIENTE-LIDO
           MOVE 'N'           TO WS-CAND-ACHOU WS-FALLBACK-ACHOU
           MOVE 0 TO WS-FALLBACK-VENDEDOR WS-FALLBACK-DISTANCIA
                     WS-KA-DISTANCIA
           PERFORM LE-COMPETENCIA-CLIENTE
           PERFORM AVALIA-CANDIDATO.
      * PROXIMO VENDEDOR MAIS PROXIMO DO MESMO CLIENTE. VENDEDOR SEM A
      * COMPETENCIA EXIGIDA E PULADO; DOS HABILITADOS, O PRIMEIRO E O
      * CANDIDATO NATURAL (MAIS PROXIMO) E O PRIMEIRO COM VAGA NA
      * COTA E O CANDIDATO ESCOLHIDO.
       AVALIA-CANDIDATO.
           IF WS-CLI-KEY-ACCOUNT > 0
              AND GD-VENDEDOR = WS-CLI-KEY-ACCOUNT
              MOVE GD-DISTANCIA TO WS-KA-DISTANCIA.
           PERFORM VERIFICA-HABILITACAO
           IF VENDEDOR-HABILITADO AND NOT CLIENTE-IRREGULAR
              PERFORM AVALIA-CANDIDATO-HABILITADO.
       AVALIA-CANDIDATO-HABILITADO.
           IF NOT HA-VENDEDOR-HABILITADO
              MOVE GD-VENDEDOR   TO WS-FALLBACK-VENDEDOR
              MOVE GD-DISTANCIA  TO WS-FALLBACK-DISTANCIA
              MOVE 'S'           TO WS-FALLBACK-ACHOU.
           IF NOT CAND-DENTRO-DA-COTA
              IF WS-VCT-CONTADOR (GD-VENDEDOR) <
                 WS-CAP-VENDEDOR (GD-VENDEDOR)
                 MOVE GD-VENDEDOR   TO WS-CAND-VENDEDOR
                 MOVE GD-DISTANCIA  TO WS-CAND-DISTANCIA
                 MOVE 'S'           TO WS-CAND-ACHOU.
      * O KEY-ACCOUNT DO GRUPO PREVALECE SOBRE A COMPETENCIA: A
      * LOJA VAI PARA ELE MESMO QUE ELE NAO ESTEJA HABILITADO.
      * CNPJ IRREGULAR (SICCV75) FICA SEM VENDEDOR, COMO NA MONTAGEM
      * DOS PARES, E SAI NO RELATORIO DE NAO ATENDIDOS.
       LE-COMPETENCIA-CLIENTE.
           MOVE SPACES TO WS-CLI-COMPETENCIA
           MOVE 0 TO WS-CLI-KEY-ACCOUNT
           MOVE 'N' TO WS-CLI-IRREGULAR
           MOVE GD-CLIENTE TO CL-CODIGO
           READ CLIENTES
           IF FS-STAT = 00 AND CNPJ-IRREGULAR
              MOVE 'S' TO WS-CLI-IRREGULAR.
           IF FS-STAT = 00 AND NOT CLIENTE-IRREGULAR
              MOVE CL-COMPETENCIA TO WS-CLI-COMPETENCIA
              PERFORM ACHA-KEY-ACCOUNT.
           IF WS-CLI-KEY-ACCOUNT > 0
              MOVE SPACES TO WS-CLI-COMPETENCIA.
           MOVE 0 TO FS-STAT.
      * GRUPO DO CLIENTE LIDO: O INFORMADO NO CL-GRUPO OU, NA FALTA
      * DELE, A RAIZ DO CNPJ. CLIENTE FIXO CONTINUA COM O VENDEDOR
      * DELE; DONO INATIVO OU AFASTADO NAO SEGURA AS LOJAS.
       ACHA-KEY-ACCOUNT.
           MOVE 0 TO WS-CLI-KEY-ACCOUNT
           IF ARQUIVO-GRUPO-OK AND NOT CLIENTE-FIXO
              PERFORM ACHA-GRUPO-CLIENTE
              MOVE WS-GRP-CODIGO TO GE-CODIGO
              READ GRUPO
              IF FS-STAT = 00 AND GE-VENDEDOR > 0
                 PERFORM VERIFICA-KEY-ACCOUNT.
           MOVE 0 TO FS-STAT.
       ACHA-GRUPO-CLIENTE.
           DIVIDE CL-CNPJ BY 1000000 GIVING WS-GRP-CODIGO
           IF CL-GRUPO NUMERIC
              IF CL-GRUPO > 0
                 MOVE CL-GRUPO TO WS-GRP-CODIGO.
       VERIFICA-KEY-ACCOUNT.
           MOVE GE-VENDEDOR TO VD-CODIGO
           READ VENDEDOR
           IF FS-STAT = 00 AND VENDEDOR-ATIVO
              IF WS-AUS-AUSENTE (GE-VENDEDOR) NOT = 'S'
                 MOVE GE-VENDEDOR TO WS-CLI-KEY-ACCOUNT.
      * SEM O VDCOMP NENHUM VENDEDOR TEM COMPETENCIA CADASTRADA.
       VERIFICA-HABILITACAO.
           MOVE 'S' TO WS-VENDEDOR-HABILITADO
           IF WS-CLI-COMPETENCIA NOT = SPACES
              MOVE 'N' TO WS-VENDEDOR-HABILITADO
              IF ARQUIVO-VDCOMP-OK
                 MOVE GD-VENDEDOR        TO VC-VENDEDOR
                 MOVE WS-CLI-COMPETENCIA TO VC-COMPETENCIA
                 READ VDCOMP
                 IF FS-STAT = 00
                    MOVE 'S' TO WS-VENDEDOR-HABILITADO.
           MOVE 0 TO FS-STAT.
      * GRAVA O CLIENTE PENDENTE NA CARTEIRA: O CANDIDATO DENTRO DA
      * COTA QUANDO HOUVER, SENAO O MAIS PROXIMO MESMO ACIMA DA COTA.
      * SEM NENHUM VENDEDOR HABILITADO O CLIENTE FICA FORA E SAI NO
      * RELATORIO DE NAO ATENDIDOS.
       GRAVA-CARTEIRA.
           IF CLIENTE-LIDO NOT = 0 AND HA-VENDEDOR-HABILITADO
              PERFORM JULGA-CLIENTE-DA-FILIAL
              IF WS-CLIENTE-DA-FILIAL = 'S'
                 PERFORM ESCOLHE-VENDEDOR
                 MOVE WS-ESC-VENDEDOR  TO CA-VENDEDOR
                 MOVE WS-ESC-DISTANCIA TO CA-DISTANCIA
                 PERFORM GRAVA-REGISTRO-CARTEIRA.
      * LOJA DE GRUPO COM KEY-ACCOUNT VAI PARA ELE, ACIMA DA COTA SE
      * FOR O CASO (DISTANCIA ZERO QUANDO ELE NAO ESTA NA FAIXA).
       ESCOLHE-VENDEDOR.
           IF CAND-DENTRO-DA-COTA
              MOVE WS-CAND-VENDEDOR      TO WS-ESC-VENDEDOR
              MOVE WS-CAND-DISTANCIA     TO WS-ESC-DISTANCIA
           ELSE
              MOVE WS-FALLBACK-VENDEDOR  TO WS-ESC-VENDEDOR
              MOVE WS-FALLBACK-DISTANCIA TO WS-ESC-DISTANCIA.
           IF WS-CLI-KEY-ACCOUNT > 0
              MOVE WS-CLI-KEY-ACCOUNT    TO WS-ESC-VENDEDOR
              MOVE WS-KA-DISTANCIA       TO WS-ESC-DISTANCIA.
      * NUMA RODADA POR FILIAL O GERDIST AINDA GUARDA OS PARES DAS
      * OUTRAS (MATRIZ INCREMENTAL); SO O CLIENTE DA PROPRIA FILIAL
      * E LEVADO PARA A CARTEIRA.
       GRAVA-REGISTRO-CARTEIRA.
           MOVE CLIENTE-LIDO TO CA-CLIENTE CL-CODIGO
           WRITE REG-CARTEIRA
           MOVE 'I' TO WS-JN-OPERACAO
           PERFORM JORNAL-CARTEIRA
           ADD 1 TO WS-RUN-QTD-CLIENTES
           READ CLIENTES
           PERFORM CALCULA-PESO-CLIENTE
           MOVE CL-VENDEDOR TO WS-VENDEDOR-ANTERIOR
           MOVE CA-VENDEDOR TO CL-VENDEDOR
           REWRITE REG-CLIENTES
           MOVE 'A' TO WS-JN-OPERACAO
           PERFORM JORNAL-CLIENTES
           IF WS-VENDEDOR-ANTERIOR NOT = CA-VENDEDOR
              PERFORM GRAVA-HISTORICO.
      * LOJA ATIVA DE GRUPO COM KEY-ACCOUNT QUE FICOU FORA DA
      * CARTEIRA POR NAO TER PAR NENHUM NO GERDIST (FORA DA REGIAO OU
      * DA FAIXA DE TODOS) TAMBEM VAI PARA O DONO DO GRUPO.
       CARTEIRA-KEY-ACCOUNT.
           MOVE 'S' TO WS-KA-FIM
           IF ARQUIVO-GRUPO-OK
              MOVE ZEROS TO CL-CODIGO
              START CLIENTES KEY NOT LESS THAN CL-CODIGO
              IF FS-STAT = 00
                 MOVE 'N' TO WS-KA-FIM.
           PERFORM CARTEIRA-KEY-ACCOUNT-PASSO UNTIL KA-FIM
           MOVE 0 TO FS-STAT.
       CARTEIRA-KEY-ACCOUNT-PASSO.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-KA-FIM.
           IF NOT KA-FIM AND CLIENTE-ATIVO AND CNPJ-REGULAR
              IF WS-FILIAL-RUN = SPACES OR CL-FILIAL = WS-FILIAL-RUN
                 PERFORM CARTEIRA-KEY-ACCOUNT-CLIENTE.
       CARTEIRA-KEY-ACCOUNT-CLIENTE.
           MOVE CL-CODIGO TO CA-CLIENTE
           READ CARTEIRA
           IF FS-STAT NOT = 00
              PERFORM VERIFICA-COORD-INVALIDA
              IF WS-COORD-INVALIDA = 'N'
                 PERFORM ACHA-KEY-ACCOUNT
                 IF WS-CLI-KEY-ACCOUNT > 0
                    MOVE WS-CLI-KEY-ACCOUNT TO CA-VENDEDOR
                    MOVE 0 TO CA-DISTANCIA
                    MOVE CL-CODIGO TO CLIENTE-LIDO
                    PERFORM GRAVA-REGISTRO-CARTEIRA.
           MOVE 0 TO FS-STAT.
      * CARGA QUE O CLIENTE CONSOME DA COTA: NO MODO NORMAL E UMA
      * CABECA; NO MODO POR PESO E O PESO DO SEGMENTO (BRANCO CONTA
      * COMO C).
           MOVE CA-VENDEDOR          TO HC-VENDEDOR-NOVO
           MOVE CA-DISTANCIA         TO HC-DISTANCIA
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
      * GRAVA A FOTOGRAFIA DATADA DA CARTEIRA QUE ACABOU DE SER GERADA
      * (CARTSNAP.AAAAMMDD), REGISTRA A DATA NO CATALOGO E EXPIRA AS
      * FOTOGRAFIAS INTERMEDIARIAS DE MESES JA FECHADOS, MANTENDO SO
           IF CLIENTE-LIDO NOT = 0
              PERFORM JULGA-CLIENTE-DA-FILIAL
           IF CLIENTE-LIDO NOT = 0 AND WS-CLIENTE-DA-FILIAL = 'S'
              AND HA-VENDEDOR-HABILITADO
              PERFORM ESCOLHE-VENDEDOR
              MOVE WS-ESC-VENDEDOR  TO SC-VENDEDOR
              MOVE WS-ESC-DISTANCIA TO SC-DISTANCIA
              PERFORM SIMULA-GRAVA-REGISTRO.
       SIMULA-GRAVA-REGISTRO.
           MOVE CLIENTE-LIDO TO SC-CLIENTE
           WRITE REG-SIMCART
           ELSE
              MOVE HL-VENDEDOR-ANTERIOR TO CL-VENDEDOR
              REWRITE REG-CLIENTES
              MOVE 'A' TO WS-JN-OPERACAO
              PERFORM JORNAL-CLIENTES
              IF FS-STAT NOT = 00
                 ADD 1 TO WS-EST-QTD-ERRO
                 MOVE 0 TO FS-STAT
           IF FS-STAT = 00
              IF HL-VENDEDOR-ANTERIOR = 0
                 DELETE CARTEIRA
                 MOVE 'E' TO WS-JN-OPERACAO
                 PERFORM JORNAL-CARTEIRA
              ELSE
                 MOVE HL-VENDEDOR-ANTERIOR TO CA-VENDEDOR
                 REWRITE REG-CARTEIRA
                 MOVE 'A' TO WS-JN-OPERACAO
                 PERFORM JORNAL-CARTEIRA.
           MOVE 0 TO FS-STAT.
       GRAVA-HISTORICO-ESTORNO.
           MOVE WS-EST-DATA-HOJE     TO HC-DATA
           MOVE HL-VENDEDOR-ANTERIOR TO HC-VENDEDOR-NOVO
           MOVE HL-DISTANCIA         TO HC-DISTANCIA
           MOVE ';' TO HC-F1 HC-F2 HC-F3 HC-F4
           PERFORM SELA-HISTCART
           WRITE REG-HISTCART.
       GRAVA-RUNLOG-ESTORNO.
           MOVE WS-EST-DATA-HOJE     TO RL-DATA
       MOVE-CLIENTE-TRANSF.
           MOVE WS-TR-DESTINO TO CL-VENDEDOR
           REWRITE REG-CLIENTES
           MOVE 'A' TO WS-JN-OPERACAO
           PERFORM JORNAL-CLIENTES
           IF FS-STAT NOT = 00
              MOVE 0 TO FS-STAT
           ELSE
              MOVE WS-TR-DESTINO TO CA-VENDEDOR
              REWRITE REG-CARTEIRA
              MOVE 'A' TO WS-JN-OPERACAO
              PERFORM JORNAL-CARTEIRA
              ADD 1 TO WS-TR-QTD-MOVIDOS
              ACCEPT HC-DATA FROM DATE YYYYMMDD
              MOVE CA-CLIENTE    TO HC-CLIENTE
              MOVE WS-TR-DESTINO TO HC-VENDEDOR-NOVO
              MOVE CA-DISTANCIA  TO HC-DISTANCIA
              MOVE ';' TO HC-F1 HC-F2 HC-F3 HC-F4
              PERFORM SELA-HISTCART
              WRITE REG-HISTCART
              PERFORM GRAVA-AUDITORIA-TRANSF.
           MOVE 0 TO FS-STAT.
           MOVE CL-STATUS     TO AU-STATUS-DEPOIS
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
       LE-OPERADOR-LOGADO.
           MOVE SPACES TO WS-OPERADOR
           MOVE SPACES TO WS-TERMINAL
                 IF FS-STAT NOT = 00
                    MOVE CL-CODIGO TO L13-CLIENTE
                    MOVE CL-RAZAO  TO L13-RAZAO
                    PERFORM ACHA-MOTIVO-SEMVEND
                            THRU ACHA-MOTIVO-SEMVEND-FIM
                    WRITE LINHA FROM LINHA-13 BEFORE 1
                    ADD 1 TO WS-RUN-QTD-SEM-VENDEDOR.
      * CLIENTE QUE EXIGE COMPETENCIA E TEM PAR NO GERDIST SO FICOU
      * FORA PORQUE NENHUM VENDEDOR DA FAIXA ESTA HABILITADO; SEM PAR
      * NENHUM, FOI A REGIAO OU A DISTANCIA. CNPJ IRREGULAR NA
      * RECEITA NEM ENTRA NO GERDIST.
       ACHA-MOTIVO-SEMVEND.
           MOVE 'FORA DA REGIAO/FAIXA' TO L13-MOTIVO
           IF CNPJ-IRREGULAR
              MOVE 'CNPJ IRREGULAR NA RECEITA' TO L13-MOTIVO
              GO ACHA-MOTIVO-SEMVEND-FIM.
           IF CL-COMPETENCIA NOT = SPACES
              MOVE CL-CODIGO TO GD-CLIENTE
              MOVE 0 TO GD-DISTANCIA GD-VENDEDOR
              START GERDIST KEY NOT LESS THAN GD-CHAVE
              IF FS-STAT = 00
                 READ GERDIST NEXT
                 IF FS-STAT = 00 AND GD-CLIENTE = CL-CODIGO
                    MOVE 'SEM VENDEDOR HABILITADO' TO L13-MOTIVO.
       ACHA-MOTIVO-SEMVEND-FIM.
           MOVE 0 TO FS-STAT.
       VERIFICA-OCIOSO.
           IF WS-VCT-CONTADOR (WS-OCIOSO-IDX) = 0
              MOVE WS-OCIOSO-IDX TO VD-CODIGO
               OPEN OUTPUT CHECKPNT
               CLOSE CHECKPNT
               OPEN I-O CHECKPNT.
      * RETRATO AUSENTE OU GRAVADO COM O LAYOUT ANTERIOR E REFEITO;
      * A RODADA SAI COMPLETA, COMO NA PRIMEIRA VEZ.
           OPEN I-O COORDCTL
           IF FS-STAT = '30' OR FS-STAT = '39'
               OPEN OUTPUT COORDCTL
               CLOSE COORDCTL
               OPEN I-O COORDCTL.
              MOVE 'S' TO WS-TEM-CONTATO
           ELSE
              MOVE 'N' TO WS-TEM-CONTATO.
           OPEN INPUT VDCOMP
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-VDCOMP
           ELSE
              MOVE 'N' TO WS-TEM-VDCOMP.
           OPEN INPUT GRUPO
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-GRUPO
           ELSE
              MOVE 'N' TO WS-TEM-GRUPO.
           OPEN INPUT CEP
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-CEP
           IF ARQUIVO-PARAMS-OK
              CLOSE PARAMS.
           MOVE 0 TO FS-STAT.
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
           MOVE 'SICCV05 ' TO WS-JN-PROGRAMA
           CALL 'JORNAL' USING WS-JORNAL.
      * -----------------------------------
       TEMPO.
           DISPLAY(23, 13) " ".
