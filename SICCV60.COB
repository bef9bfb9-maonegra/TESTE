       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV60.
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
      * OBJETIVO.....: SICCV60 - PACOTE DE CAMPO DO VENDEDOR (OFFLINE)      *
      *                GRAVA UM PACOTE.NNN.CSV POR VENDEDOR COM TUDO QUE O  *
      *                TABLET PRECISA SEM LIGAR PARA O ESCRITORIO: LINHA    *
      *                'C' CADASTRO DO CLIENTE (BLOQUEIO DE CREDITO, DIA    *
      *                PREFERIDO E JANELA DE ATENDIMENTO), 'S' ENDERECOS DE *
      *                ENTREGA (CLISITE), 'K' CONTATO PREFERIDO, 'V' AS     *
      *                TRES ULTIMAS VISITAS, 'M' OS ULTIMOS 12 MESES DO     *
      *                CLIHIST E 'X' CLIENTE QUE SAIU DA CARTEIRA. VEM      *
      *                ENTRE O CABECALHO 'H;' E O TRAILER 'T;' DE CONTROLE  *
      *                (COMO O EXPVISIT.CSV), COM A LINHA 'P' DA VERSAO.    *
      *                CADA PACOTE GANHA UMA VERSAO (PACCTL.DAT). NO MODO   *
      *                SO ALTERADOS VAI APENAS O CLIENTE CUJO CONTEUDO      *
      *                MUDOU DESDE A VERSAO QUE O TABLET CONFIRMOU (OU QUE  *
      *                FOI ENVIADO DEPOIS DELA); SEM CONFIRMACAO O PACOTE   *
      *                SAI COMPLETO. AS CONFIRMACOES DOS TABLETS CHEGAM NO  *
      *                PACCONF.CSV (VENDEDOR;VERSAO).                       *
      *                LINHA DE COMANDO: 'PACOTE [NNN]', 'ALTERADOS [NNN]'  *
      *                OU 'CONFIRMA' (SEM VENDEDOR = TODOS OS ATIVOS).      *
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
       COPY CLISITE.SEL.
       COPY CONTATO.SEL.
       COPY CLIHIST.SEL.
       COPY PACCTL.SEL.
       COPY PACCLI.SEL.
           SELECT PACOTE ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PACCONF ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY VISITAS.FD.
       COPY CLISITE.FD.
       COPY CONTATO.FD.
       COPY CLIHIST.FD.
       COPY PACCTL.FD.
       COPY PACCLI.FD.
       FD  PACOTE   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-PACOTE-ARQ.
       01  REG-PACOTE           PIC X(200).
      * CONFIRMACAO DO TABLET: VENDEDOR;VERSAO RECEBIDA.
       FD  PACCONF  LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-PACCONF.
       01  REG-PACCONF.
           05 CF-VENDEDOR       PIC 9(03).
           05 CF-F1             PIC X(01).
           05 CF-VERSAO         PIC 9(05).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
      * 1 = PACOTE COMPLETO, 2 = SO ALTERADOS, 3 = CONFIRMACOES.
       01  WS-FUNCAO            PIC 9(01) VALUE ZEROS.
       01  WS-FL-VENDEDOR       PIC 9(03) VALUE ZEROS.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HOJE-ANO       PIC 9(04).
           05 WS-HOJE-MES       PIC 9(02).
           05 WS-HOJE-DIA       PIC 9(02).
      * JANELA DO HISTORICO MENSAL: DOZE MESES ATE O MES CORRENTE.
       01  WS-ANOMES-ATUAL      PIC 9(06) VALUE ZEROS.
       01  WS-ANOMES-INI        PIC 9(06) VALUE ZEROS.
       01  WS-ANOMES-INI-R REDEFINES WS-ANOMES-INI.
           05 WS-INI-ANO        PIC 9(04).
           05 WS-INI-MES        PIC 9(02).
       01  WS-FIM-VDD           PIC X(01) VALUE 'N'.
           88 FIM-VDD                VALUE 'S'.
       01  WS-FIM-CLI           PIC X(01) VALUE 'N'.
           88 FIM-CLI                VALUE 'S'.
       01  WS-FIM-PX            PIC X(01) VALUE 'N'.
           88 FIM-PX                 VALUE 'S'.
       01  WS-FIM-AUX           PIC X(01) VALUE 'N'.
           88 FIM-AUX                VALUE 'S'.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-TEM-VISITAS       PIC X(01) VALUE 'N'.
           88 ARQUIVO-VISITAS-OK     VALUE 'S'.
       01  WS-TEM-CLISITE       PIC X(01) VALUE 'N'.
           88 ARQUIVO-CLISITE-OK     VALUE 'S'.
       01  WS-TEM-CONTATO       PIC X(01) VALUE 'N'.
           88 ARQUIVO-CONTATO-OK     VALUE 'S'.
       01  WS-TEM-CLIHIST       PIC X(01) VALUE 'N'.
           88 ARQUIVO-CLIHIST-OK     VALUE 'S'.
      * PACOTE DO VENDEDOR EM GERACAO.
       01  WS-PACOTE-ARQ        PIC X(40) VALUE SPACES.
       01  WS-BASE-TAM          PIC 9(02) COMP VALUE ZEROS.
       01  WS-PAC-VDD           PIC 9(03) VALUE ZEROS.
       01  WS-NOVA-VERSAO       PIC 9(05) VALUE ZEROS.
      * 'C' = COMPLETO, 'A' = SO ALTERADOS DESDE A VERSAO BASE (A
      * ULTIMA CONFIRMADA PELO TABLET).
       01  WS-MODO              PIC X(01) VALUE 'C'.
           88 PACOTE-COMPLETO        VALUE 'C'.
       01  WS-BASE              PIC 9(05) VALUE ZEROS.
       01  WS-PACCTL-EXISTE     PIC X(01) VALUE 'N'.
       01  WS-PACCLI-EXISTE     PIC X(01) VALUE 'N'.
       01  WS-ENVIA             PIC X(01) VALUE 'N'.
       01  WS-QTD-LINHAS        PIC 9(07) VALUE ZEROS.
       01  WS-PAC-HASH          PIC 9(13)V9(02) VALUE ZEROS.
       01  WS-QTD-CLI-PAC       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-EXC-PAC       PIC 9(05) VALUE ZEROS.
      * TOTAIS DA RODADA.
       01  WS-QTD-PACOTES       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-CONF-OK       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-CONF-REJ      PIC 9(05) VALUE ZEROS.
       01  WS-CONF-LINHA        PIC 9(05) VALUE ZEROS.
      * CONTROLE DOS CSV DE INTERCAMBIO: CABECALHO 'H;...' E TRAILER
      * 'T;CONTAGEM;HASH' (MESMO DESENHO DO SICCV21). A CONTAGEM E
      * DE LINHAS DE CLIENTE E O HASH SOMA O CODIGO DO CLIENTE DE
      * CADA UMA (SEGUNDO CAMPO DA LINHA).
       01  WS-CTL-CABEC.
           05 F                 PIC X(02) VALUE 'H;'.
           05 WS-CTL-ORIGEM     PIC X(08) VALUE 'SICCV60 '.
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
      * LINHA 'P': VERSAO DO PACOTE, MODO E VERSAO BASE.
       01  WS-PAC-VERSAO.
           05 F                 PIC X(02) VALUE 'P;'.
           05 WS-PP-VENDEDOR    PIC 9(03) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PP-VERSAO      PIC 9(05) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PP-MODO        PIC X(01) VALUE SPACES.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PP-BASE        PIC 9(05) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PP-NOME        PIC X(40) VALUE SPACES.
      * LINHAS DO CLIENTE NO PACOTE.
       01  WS-PAC-CLIENTE.
           05 F                 PIC X(02) VALUE 'C;'.
           05 WS-PC-CLIENTE     PIC 9(07) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PC-RAZAO       PIC X(40) VALUE SPACES.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PC-CNPJ        PIC 9(14) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PC-ENDERECO    PIC X(40) VALUE SPACES.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PC-CIDADE      PIC X(30) VALUE SPACES.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PC-UF          PIC X(02) VALUE SPACES.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PC-CEP         PIC 9(08) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PC-LAT         PIC -ZZ9,99999999 VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PC-LONG        PIC -ZZ9,99999999 VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PC-STATUS      PIC X(01) VALUE SPACES.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PC-SEGMENTO    PIC X(01) VALUE SPACES.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PC-BLOQ-CRED   PIC X(01) VALUE SPACES.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PC-DIA-PREF    PIC 9(01) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PC-HORA-ABRE   PIC 9(04) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PC-HORA-FECHA  PIC 9(04) VALUE ZEROS.
       01  WS-PAC-SITE.
           05 F                 PIC X(02) VALUE 'S;'.
           05 WS-PS-CLIENTE     PIC 9(07) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PS-SITE        PIC 9(02) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PS-ENDERECO    PIC X(40) VALUE SPACES.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PS-CEP         PIC 9(08) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PS-LAT         PIC -ZZ9,99999999 VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PS-LONG        PIC -ZZ9,99999999 VALUE ZEROS.
       01  WS-PAC-CONTATO.
           05 F                 PIC X(02) VALUE 'K;'.
           05 WS-PK-CLIENTE     PIC 9(07) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PK-NOME        PIC X(30) VALUE SPACES.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PK-CARGO       PIC X(20) VALUE SPACES.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PK-FONE        PIC X(15) VALUE SPACES.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PK-EMAIL       PIC X(40) VALUE SPACES.
       01  WS-PAC-VISITA.
           05 F                 PIC X(02) VALUE 'V;'.
           05 WS-PV-CLIENTE     PIC 9(07) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PV-DATA        PIC 9(08) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PV-HORA        PIC 9(06) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PV-RESULT-COD  PIC X(03) VALUE SPACES.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PV-RESULTADO   PIC X(40) VALUE SPACES.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PV-PROXIMA     PIC 9(08) VALUE ZEROS.
       01  WS-PAC-MES.
           05 F                 PIC X(02) VALUE 'M;'.
           05 WS-PM-CLIENTE     PIC 9(07) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PM-ANOMES      PIC 9(06) VALUE ZEROS.
           05 F                 PIC X(01) VALUE ';'.
           05 WS-PM-VALOR       PIC ZZZZZZZZ9,99 VALUE ZEROS.
       01  WS-PAC-EXCLUSAO.
           05 F                 PIC X(02) VALUE 'X;'.
           05 WS-PX-CLIENTE     PIC 9(07) VALUE ZEROS.
      * BLOCO DO CLIENTE MONTADO ANTES DE GRAVAR: 1 'C', ATE 10 'S',
      * 1 'K', 3 'V' E 12 'M'. A ASSINATURA (HASH) DO BLOCO DIZ SE O
      * CONTEUDO MUDOU DESDE O ULTIMO ENVIO.
       01  WS-BLOCO.
           05 WS-BLOCO-LINHA    PIC X(200) OCCURS 27 TIMES.
       01  WS-QTD-BLOCO         PIC 9(02) VALUE ZEROS.
       01  WS-IB                PIC 9(02) VALUE ZEROS.
       01  WS-IPOS              PIC 9(03) VALUE ZEROS.
       01  WS-QTD-SITES         PIC 9(02) VALUE ZEROS.
       01  WS-BLOCO-HASH        PIC 9(09) VALUE ZEROS.
       01  WS-CALC              PIC 9(12) VALUE ZEROS.
       01  WS-QUOC              PIC 9(12) VALUE ZEROS.
      * VALOR DO CARACTER PARA O HASH: O CARACTER VAI NO BYTE BAIXO
      * DE UM BINARIO DE DOIS BYTES COM O ALTO ZERADO.
       01  WS-BYTE.
           05 F                 PIC X(01) VALUE LOW-VALUE.
           05 WS-BYTE-CHAR      PIC X(01) VALUE LOW-VALUE.
       01  WS-BYTE-VALOR REDEFINES WS-BYTE PIC 9(04) COMP.
      * CONTATO PREFERIDO: O PRIMEIRO MARCADO 'S' OU, NA FALTA DE
      * MARCA, O PRIMEIRO DA SEQUENCIA (MESMA REGRA DO SICCV19).
       01  WS-CT-ACHOU          PIC X(01) VALUE 'N'.
      * TRES ULTIMAS VISITAS, A MAIS RECENTE NA POSICAO 1.
       01  WS-ULT-VISITAS.
           05 WS-UV OCCURS 3 TIMES.
              10 WS-UV-DATA      PIC 9(08).
              10 WS-UV-HORA      PIC 9(06).
              10 WS-UV-RESULT-COD PIC X(03).
              10 WS-UV-RESULTADO PIC X(40).
              10 WS-UV-PROXIMA   PIC 9(08).
       01  WS-QTD-UV            PIC 9(01) VALUE ZEROS.
       01  WS-IV                PIC 9(01) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           IF WS-PARM-EXECUCAO(1:6) = 'PACOTE'
              MOVE 1 TO WS-FUNCAO
              IF WS-PARM-EXECUCAO(8:3) NUMERIC
                 MOVE WS-PARM-EXECUCAO(8:3) TO WS-FL-VENDEDOR.
           IF WS-PARM-EXECUCAO(1:9) = 'ALTERADOS'
              MOVE 2 TO WS-FUNCAO
              IF WS-PARM-EXECUCAO(11:3) NUMERIC
                 MOVE WS-PARM-EXECUCAO(11:3) TO WS-FL-VENDEDOR.
           IF WS-PARM-EXECUCAO(1:8) = 'CONFIRMA'
              MOVE 3 TO WS-FUNCAO.
           IF WS-FUNCAO = 0
              DISPLAY '1 - PACOTE COMPLETO  2 - SO ALTERADOS  '
                      '3 - CONFIRMACOES: '
              ACCEPT WS-FUNCAO
              IF WS-FUNCAO = 1 OR WS-FUNCAO = 2
                 DISPLAY 'VENDEDOR (000 = TODOS): '
                 ACCEPT WS-FL-VENDEDOR.
           PERFORM ABRIR-ARQUIVOS
           IF WS-FUNCAO = 1 OR WS-FUNCAO = 2
              PERFORM GERA-PACOTES.
           IF WS-FUNCAO = 3
              PERFORM IMPORTA-CONFIRMACOES.
           PERFORM FINALIZA.
      * -----------------------------------
       FINALIZA.
           CLOSE CLIENTES VENDEDOR PACCTL PACCLI
           IF ARQUIVO-VISITAS-OK
              CLOSE VISITAS.
           IF ARQUIVO-CLISITE-OK
              CLOSE CLISITE.
           IF ARQUIVO-CONTATO-OK
              CLOSE CONTATO.
           IF ARQUIVO-CLIHIST-OK
              CLOSE CLIHIST.
           STOP RUN.
      * -----------------------------------
      * UM PACOTE POR VENDEDOR: O PEDIDO NA LINHA DE COMANDO OU
      * TODOS OS QUE NAO ESTAO INATIVOS.
       GERA-PACOTES.
           ACCEPT WS-CTL-HORA-TODA FROM TIME
           MOVE WS-HOJE TO WS-CTL-DATA
           MOVE WS-CTL-HORA-TODA(1:6) TO WS-CTL-HORA
           MOVE WS-AMB-NOME TO WS-CTL-AMBIENTE
           PERFORM CALCULA-JANELA-MESES
           MOVE 0 TO WS-QTD-PACOTES
           IF WS-FL-VENDEDOR > 0
              MOVE WS-FL-VENDEDOR TO VD-CODIGO
              READ VENDEDOR
              IF FS-STAT = 00
                 PERFORM GERA-PACOTE-VENDEDOR
              ELSE
                 DISPLAY 'VENDEDOR NAO CADASTRADO: ' WS-FL-VENDEDOR
           ELSE
              MOVE 0 TO VD-CODIGO
              START VENDEDOR KEY NOT LESS THAN VD-CODIGO
              MOVE 'N' TO WS-FIM-VDD
              IF FS-STAT NOT = 00
                 MOVE 'S' TO WS-FIM-VDD.
           IF WS-FL-VENDEDOR = 0
              PERFORM GERA-PACOTES-PASSO UNTIL FIM-VDD.
           DISPLAY 'PACOTES GERADOS: ' WS-QTD-PACOTES
           MOVE 0 TO FS-STAT.
       GERA-PACOTES-PASSO.
           READ VENDEDOR NEXT AT END
              MOVE 'S' TO WS-FIM-VDD.
           IF NOT FIM-VDD AND NOT VENDEDOR-INATIVO
              PERFORM GERA-PACOTE-VENDEDOR.
       CALCULA-JANELA-MESES.
           COMPUTE WS-ANOMES-ATUAL = WS-HOJE-ANO * 100 + WS-HOJE-MES
           MOVE WS-HOJE-ANO TO WS-INI-ANO
           IF WS-HOJE-MES = 12
              MOVE 1 TO WS-INI-MES
           ELSE
              SUBTRACT 1 FROM WS-INI-ANO
              COMPUTE WS-INI-MES = WS-HOJE-MES + 1.
      * -----------------------------------
      * VERSAO NOVA DO PACOTE DO VENDEDOR. SO ALTERADOS EXIGE UMA
      * VERSAO CONFIRMADA PELO TABLET; SEM ELA VAI COMPLETO.
       GERA-PACOTE-VENDEDOR.
           MOVE VD-CODIGO TO WS-PAC-VDD
           MOVE VD-CODIGO TO PK-VENDEDOR
           READ PACCTL
           IF FS-STAT = 00
              MOVE 'S' TO WS-PACCTL-EXISTE
           ELSE
              MOVE 'N' TO WS-PACCTL-EXISTE
              MOVE SPACES TO REG-PACCTL
              MOVE VD-CODIGO TO PK-VENDEDOR
              MOVE ZEROS TO PK-VERSAO PK-DATA PK-HORA PK-QTD-CLIENTES
              MOVE ZEROS TO PK-CONFIRMADA PK-DATA-CONF.
           COMPUTE WS-NOVA-VERSAO = PK-VERSAO + 1
           IF WS-FUNCAO = 2 AND PK-CONFIRMADA > 0
              MOVE 'A' TO WS-MODO
              MOVE PK-CONFIRMADA TO WS-BASE
           ELSE
              MOVE 'C' TO WS-MODO
              MOVE 0 TO WS-BASE.
           PERFORM MONTA-NOME-PACOTE
           OPEN OUTPUT PACOTE
           MOVE 0 TO WS-QTD-LINHAS WS-PAC-HASH
           MOVE 0 TO WS-QTD-CLI-PAC WS-QTD-EXC-PAC
           MOVE SPACES TO REG-PACOTE
           MOVE WS-CTL-CABEC TO REG-PACOTE
           WRITE REG-PACOTE
           MOVE WS-PAC-VDD     TO WS-PP-VENDEDOR
           MOVE WS-NOVA-VERSAO TO WS-PP-VERSAO
           MOVE WS-MODO        TO WS-PP-MODO
           MOVE WS-BASE        TO WS-PP-BASE
           MOVE VD-NOME        TO WS-PP-NOME
           MOVE SPACES TO REG-PACOTE
           MOVE WS-PAC-VERSAO TO REG-PACOTE
           WRITE REG-PACOTE
           MOVE 0 TO CL-CODIGO
           START CLIENTES KEY NOT LESS THAN CL-CODIGO
           MOVE 'N' TO WS-FIM-CLI
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-CLI.
           PERFORM PACOTE-CLIENTE-PASSO UNTIL FIM-CLI
           PERFORM PACOTE-EXCLUSOES
           MOVE WS-QTD-LINHAS TO WS-CTL-QTD
           MOVE WS-PAC-HASH   TO WS-CTL-HASH
           MOVE SPACES TO REG-PACOTE
           MOVE WS-CTL-TRAILER TO REG-PACOTE
           WRITE REG-PACOTE
           CLOSE PACOTE
           PERFORM GRAVA-PACCTL
           ADD 1 TO WS-QTD-PACOTES
           DISPLAY 'VENDEDOR ' WS-PAC-VDD ' VERSAO ' WS-NOVA-VERSAO
                   ' MODO ' WS-MODO ' CLIENTES ' WS-QTD-CLI-PAC
                   ' EXCLUIDOS ' WS-QTD-EXC-PAC
           MOVE 0 TO FS-STAT.
       GRAVA-PACCTL.
           MOVE WS-PAC-VDD     TO PK-VENDEDOR
           MOVE WS-NOVA-VERSAO TO PK-VERSAO
           MOVE WS-CTL-DATA    TO PK-DATA
           MOVE WS-CTL-HORA    TO PK-HORA
           MOVE WS-MODO        TO PK-MODO
           MOVE WS-QTD-CLI-PAC TO PK-QTD-CLIENTES
           IF WS-PACCTL-EXISTE = 'S'
              REWRITE REG-PACCTL
           ELSE
              WRITE REG-PACCTL.
           MOVE 0 TO FS-STAT.
      * NOME DO PACOTE: BASE DO AMBIENTE + VENDEDOR + '.CSV'.
       MONTA-NOME-PACOTE.
           MOVE 30 TO WS-BASE-TAM
           PERFORM MEDE-BASE-PACOTE
                   UNTIL WS-BASE-TAM = 0
                      OR WS-ARQ-PACOTE(WS-BASE-TAM:1) NOT = SPACE
           MOVE SPACES TO WS-PACOTE-ARQ
           STRING WS-ARQ-PACOTE(1:WS-BASE-TAM) DELIMITED BY SIZE
                  WS-PAC-VDD DELIMITED BY SIZE
                  '.CSV' DELIMITED BY SIZE
                  INTO WS-PACOTE-ARQ.
       MEDE-BASE-PACOTE.
           IF WS-ARQ-PACOTE(WS-BASE-TAM:1) = SPACE
              SUBTRACT 1 FROM WS-BASE-TAM.
      * -----------------------------------
      * CLIENTES DA CARTEIRA DO VENDEDOR (O SUSPENSO NAO E MAIS
      * ATENDIDO E SAI DO TABLET COMO SE TIVESSE SAIDO DA CARTEIRA).
       PACOTE-CLIENTE-PASSO.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-FIM-CLI.
           IF NOT FIM-CLI
              IF CL-VENDEDOR = WS-PAC-VDD AND NOT CLIENTE-SUSPENSO
                 PERFORM PACOTE-CLIENTE.
      * O CLIENTE VAI NO PACOTE SE O PACOTE E COMPLETO, SE NUNCA FOI
      * ENVIADO, SE O CONTEUDO MUDOU OU SE A ULTIMA REMESSA DELE AINDA
      * NAO FOI CONFIRMADA PELO TABLET.
       PACOTE-CLIENTE.
           PERFORM MONTA-BLOCO-CLIENTE
           PERFORM CALCULA-HASH-BLOCO
           MOVE WS-PAC-VDD TO PX-VENDEDOR
           MOVE CL-CODIGO  TO PX-CLIENTE
           READ PACCLI
           IF FS-STAT = 00
              MOVE 'S' TO WS-PACCLI-EXISTE
              IF PACOTE-COMPLETO OR PX-HASH NOT = WS-BLOCO-HASH
                 OR PX-VERSAO > WS-BASE OR PACCLI-EXCLUIDO
                 MOVE 'S' TO WS-ENVIA
              ELSE
                 MOVE 'N' TO WS-ENVIA
           ELSE
              MOVE 'N' TO WS-PACCLI-EXISTE
              MOVE 'S' TO WS-ENVIA
              MOVE WS-PAC-VDD TO PX-VENDEDOR
              MOVE CL-CODIGO  TO PX-CLIENTE.
           IF WS-ENVIA = 'S'
              PERFORM GRAVA-BLOCO-CLIENTE
              MOVE WS-BLOCO-HASH  TO PX-HASH
              MOVE WS-NOVA-VERSAO TO PX-VERSAO.
           MOVE WS-NOVA-VERSAO TO PX-VISTO
           MOVE 'A' TO PX-SITUACAO
           IF WS-PACCLI-EXISTE = 'S'
              REWRITE REG-PACCLI
           ELSE
              WRITE REG-PACCLI.
           MOVE 0 TO FS-STAT.
       GRAVA-BLOCO-CLIENTE.
           MOVE 1 TO WS-IB
           PERFORM GRAVA-BLOCO-PASSO UNTIL WS-IB > WS-QTD-BLOCO
           ADD 1 TO WS-QTD-CLI-PAC.
       GRAVA-BLOCO-PASSO.
           WRITE REG-PACOTE FROM WS-BLOCO-LINHA(WS-IB)
           ADD 1 TO WS-QTD-LINHAS
           ADD CL-CODIGO TO WS-PAC-HASH
           ADD 1 TO WS-IB.
      * -----------------------------------
      * MONTA AS LINHAS DO CLIENTE CORRENTE NO BLOCO.
       MONTA-BLOCO-CLIENTE.
           MOVE SPACES TO WS-BLOCO
           MOVE 0 TO WS-QTD-BLOCO
           MOVE CL-CODIGO    TO WS-PC-CLIENTE
           MOVE CL-RAZAO     TO WS-PC-RAZAO
           MOVE CL-CNPJ      TO WS-PC-CNPJ
           MOVE CL-ENDERECO  TO WS-PC-ENDERECO
           MOVE CL-CIDADE    TO WS-PC-CIDADE
           MOVE CL-UF        TO WS-PC-UF
           MOVE CL-CEP       TO WS-PC-CEP
           MOVE CL-LATITUDE  TO WS-PC-LAT
           MOVE CL-LONGITUDE TO WS-PC-LONG
           MOVE CL-STATUS    TO WS-PC-STATUS
           MOVE CL-SEGMENTO  TO WS-PC-SEGMENTO
           MOVE 'N' TO WS-PC-BLOQ-CRED
           IF CLIENTE-BLOQ-CREDITO
              MOVE 'S' TO WS-PC-BLOQ-CRED.
           MOVE CL-DIA-PREF   TO WS-PC-DIA-PREF
           MOVE CL-HORA-ABRE  TO WS-PC-HORA-ABRE
           MOVE CL-HORA-FECHA TO WS-PC-HORA-FECHA
           ADD 1 TO WS-QTD-BLOCO
           MOVE WS-PAC-CLIENTE TO WS-BLOCO-LINHA(WS-QTD-BLOCO)
           IF ARQUIVO-CLISITE-OK
              PERFORM BLOCO-SITES.
           IF ARQUIVO-CONTATO-OK
              PERFORM BLOCO-CONTATO.
           IF ARQUIVO-VISITAS-OK
              PERFORM BLOCO-VISITAS.
           IF ARQUIVO-CLIHIST-OK
              PERFORM BLOCO-HISTORICO.
           MOVE 0 TO FS-STAT.
      * ENDERECOS DE ENTREGA (ATE DEZ POR CLIENTE).
       BLOCO-SITES.
           MOVE 0 TO WS-QTD-SITES
           MOVE CL-CODIGO TO SI-CLIENTE
           MOVE 0 TO SI-SITE
           START CLISITE KEY NOT LESS THAN SI-CHAVE
           MOVE 'N' TO WS-FIM-AUX
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-AUX.
           PERFORM BLOCO-SITES-PASSO UNTIL FIM-AUX.
       BLOCO-SITES-PASSO.
           READ CLISITE NEXT AT END
              MOVE 'S' TO WS-FIM-AUX.
           IF NOT FIM-AUX
              IF SI-CLIENTE NOT = CL-CODIGO OR WS-QTD-SITES = 10
                 MOVE 'S' TO WS-FIM-AUX
              ELSE
                 ADD 1 TO WS-QTD-SITES
                 MOVE SI-CLIENTE   TO WS-PS-CLIENTE
                 MOVE SI-SITE      TO WS-PS-SITE
                 MOVE SI-ENDERECO  TO WS-PS-ENDERECO
                 MOVE SI-CEP       TO WS-PS-CEP
                 MOVE SI-LATITUDE  TO WS-PS-LAT
                 MOVE SI-LONGITUDE TO WS-PS-LONG
                 ADD 1 TO WS-QTD-BLOCO
                 MOVE WS-PAC-SITE TO WS-BLOCO-LINHA(WS-QTD-BLOCO).
      * CONTATO PREFERIDO (UMA LINHA, SE O CLIENTE TIVER CONTATO).
       BLOCO-CONTATO.
           MOVE 'N' TO WS-CT-ACHOU
           MOVE CL-CODIGO TO CT-CLIENTE
           MOVE 0 TO CT-SEQ
           START CONTATO KEY GREATER THAN CT-CHAVE
           MOVE 'N' TO WS-FIM-AUX
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-AUX.
           PERFORM BLOCO-CONTATO-PASSO UNTIL FIM-AUX
           IF WS-CT-ACHOU = 'S'
              MOVE CL-CODIGO TO WS-PK-CLIENTE
              ADD 1 TO WS-QTD-BLOCO
              MOVE WS-PAC-CONTATO TO WS-BLOCO-LINHA(WS-QTD-BLOCO).
       BLOCO-CONTATO-PASSO.
           READ CONTATO NEXT AT END
              MOVE 'S' TO WS-FIM-AUX.
           IF NOT FIM-AUX
              IF CT-CLIENTE NOT = CL-CODIGO
                 MOVE 'S' TO WS-FIM-AUX
              ELSE
                 IF WS-CT-ACHOU = 'N' OR CONTATO-PREFERIDO
                    MOVE 'S' TO WS-CT-ACHOU
                    MOVE CT-NOME  TO WS-PK-NOME
                    MOVE CT-CARGO TO WS-PK-CARGO
                    MOVE CT-FONE  TO WS-PK-FONE
                    MOVE CT-EMAIL TO WS-PK-EMAIL
                    IF CONTATO-PREFERIDO
                       MOVE 'S' TO WS-FIM-AUX.
      * TRES ULTIMAS VISITAS: PASSA PELAS VISITAS DO CLIENTE (EM
      * ORDEM DE DATA) EMPURRANDO AS ANTERIORES PARA BAIXO.
       BLOCO-VISITAS.
           MOVE 0 TO WS-QTD-UV
           MOVE CL-CODIGO TO VI-CLIENTE
           MOVE ZEROS TO VI-DATA VI-HORA
           START VISITAS KEY NOT LESS THAN VI-CHAVE
           MOVE 'N' TO WS-FIM-AUX
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-AUX.
           PERFORM BLOCO-VISITAS-PASSO UNTIL FIM-AUX
           MOVE 1 TO WS-IV
           PERFORM BLOCO-VISITA-LINHA UNTIL WS-IV > WS-QTD-UV.
       BLOCO-VISITAS-PASSO.
           READ VISITAS NEXT AT END
              MOVE 'S' TO WS-FIM-AUX.
           IF NOT FIM-AUX
              IF VI-CLIENTE NOT = CL-CODIGO
                 MOVE 'S' TO WS-FIM-AUX
              ELSE
                 MOVE WS-UV(2) TO WS-UV(3)
                 MOVE WS-UV(1) TO WS-UV(2)
                 MOVE VI-DATA       TO WS-UV-DATA(1)
                 MOVE VI-HORA       TO WS-UV-HORA(1)
                 MOVE VI-RESULT-COD TO WS-UV-RESULT-COD(1)
                 MOVE VI-RESULTADO  TO WS-UV-RESULTADO(1)
                 MOVE VI-PROXIMA    TO WS-UV-PROXIMA(1)
                 IF WS-QTD-UV < 3
                    ADD 1 TO WS-QTD-UV.
       BLOCO-VISITA-LINHA.
           MOVE CL-CODIGO TO WS-PV-CLIENTE
           MOVE WS-UV-DATA(WS-IV)       TO WS-PV-DATA
           MOVE WS-UV-HORA(WS-IV)       TO WS-PV-HORA
           MOVE WS-UV-RESULT-COD(WS-IV) TO WS-PV-RESULT-COD
           MOVE WS-UV-RESULTADO(WS-IV)  TO WS-PV-RESULTADO
           MOVE WS-UV-PROXIMA(WS-IV)    TO WS-PV-PROXIMA
           ADD 1 TO WS-QTD-BLOCO
           MOVE WS-PAC-VISITA TO WS-BLOCO-LINHA(WS-QTD-BLOCO)
           ADD 1 TO WS-IV.
      * HISTORICO MENSAL DOS ULTIMOS DOZE MESES.
       BLOCO-HISTORICO.
           MOVE CL-CODIGO     TO CH-CLIENTE
           MOVE WS-ANOMES-INI TO CH-ANOMES
           START CLIHIST KEY NOT LESS THAN CH-CHAVE
           MOVE 'N' TO WS-FIM-AUX
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-AUX.
           PERFORM BLOCO-HISTORICO-PASSO UNTIL FIM-AUX.
       BLOCO-HISTORICO-PASSO.
           READ CLIHIST NEXT AT END
              MOVE 'S' TO WS-FIM-AUX.
           IF NOT FIM-AUX
              IF CH-CLIENTE NOT = CL-CODIGO
                 OR CH-ANOMES > WS-ANOMES-ATUAL OR WS-QTD-BLOCO = 27
                 MOVE 'S' TO WS-FIM-AUX
              ELSE
                 MOVE CH-CLIENTE TO WS-PM-CLIENTE
                 MOVE CH-ANOMES  TO WS-PM-ANOMES
                 MOVE CH-VALOR   TO WS-PM-VALOR
                 ADD 1 TO WS-QTD-BLOCO
                 MOVE WS-PAC-MES TO WS-BLOCO-LINHA(WS-QTD-BLOCO).
      * ASSINATURA DO BLOCO: CADA CARACTER ENTRA NO ACUMULADOR COM
      * RESTO POR UM PRIMO GRANDE (COMO O HASH DO SENHAPOL), ENTAO
      * QUALQUER CAMPO ALTERADO MUDA O RESULTADO.
       CALCULA-HASH-BLOCO.
           MOVE 0 TO WS-BLOCO-HASH
           MOVE 1 TO WS-IB
           PERFORM HASH-LINHA UNTIL WS-IB > WS-QTD-BLOCO.
       HASH-LINHA.
           MOVE 1 TO WS-IPOS
           PERFORM HASH-POSICAO UNTIL WS-IPOS > 200
           ADD 1 TO WS-IB.
       HASH-POSICAO.
           MOVE WS-BLOCO-LINHA(WS-IB)(WS-IPOS:1) TO WS-BYTE-CHAR
           COMPUTE WS-CALC = WS-BLOCO-HASH * 31 + WS-BYTE-VALOR + 1
           DIVIDE WS-CALC BY 999999937 GIVING WS-QUOC
                  REMAINDER WS-BLOCO-HASH
           ADD 1 TO WS-IPOS.
      * -----------------------------------
      * CLIENTE QUE ESTAVA NO TABLET E NAO ESTA MAIS NA CARTEIRA.
      * NO PACOTE COMPLETO O TABLET TROCA TUDO, ENTAO SO SAI DO
      * CONTROLE; NO SO ALTERADOS VAI A LINHA 'X' ATE O TABLET
      * CONFIRMAR A VERSAO QUE A LEVOU.
       PACOTE-EXCLUSOES.
           MOVE WS-PAC-VDD TO PX-VENDEDOR
           MOVE 0 TO PX-CLIENTE
           START PACCLI KEY NOT LESS THAN PX-CHAVE
           MOVE 'N' TO WS-FIM-PX
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-PX.
           PERFORM PACOTE-EXCLUSAO-PASSO UNTIL FIM-PX
           MOVE 0 TO FS-STAT.
       PACOTE-EXCLUSAO-PASSO.
           READ PACCLI NEXT
           IF FS-STAT NOT = 00 OR PX-VENDEDOR NOT = WS-PAC-VDD
              MOVE 'S' TO WS-FIM-PX
           ELSE
              IF PX-VISTO NOT = WS-NOVA-VERSAO
                 PERFORM TRATA-CLIENTE-SAIU.
       TRATA-CLIENTE-SAIU.
           IF PACOTE-COMPLETO
              OR (PACCLI-EXCLUIDO AND PX-VERSAO NOT > WS-BASE)
              DELETE PACCLI
           ELSE
              MOVE PX-CLIENTE TO WS-PX-CLIENTE
              MOVE SPACES TO REG-PACOTE
              MOVE WS-PAC-EXCLUSAO TO REG-PACOTE
              WRITE REG-PACOTE
              ADD 1 TO WS-QTD-LINHAS WS-QTD-EXC-PAC
              ADD PX-CLIENTE TO WS-PAC-HASH
              MOVE 'X' TO PX-SITUACAO
              MOVE WS-NOVA-VERSAO TO PX-VERSAO
              REWRITE REG-PACCLI.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * CONFIRMACOES DOS TABLETS: A VERSAO CONFIRMADA SO ANDA PARA
      * FRENTE E NUNCA PASSA DA ULTIMA GERADA.
       IMPORTA-CONFIRMACOES.
           OPEN INPUT PACCONF
           IF FS-STAT NOT = 00
              DISPLAY 'PACCONF.CSV NAO ENCONTRADO'
              PERFORM FINALIZA.
           MOVE 0 TO WS-QTD-CONF-OK WS-QTD-CONF-REJ WS-CONF-LINHA
           MOVE 'N' TO WS-FIM-ARQ
           PERFORM IMPORTA-CONFIRMACAO-PASSO UNTIL FIM-ARQ
           CLOSE PACCONF
           DISPLAY 'CONFIRMACOES ACEITAS: ' WS-QTD-CONF-OK
                   ' RECUSADAS: ' WS-QTD-CONF-REJ
           MOVE 0 TO FS-STAT.
       IMPORTA-CONFIRMACAO-PASSO.
           READ PACCONF AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              ADD 1 TO WS-CONF-LINHA
              IF REG-PACCONF NOT = SPACES
                 PERFORM CONFERE-CONFIRMACAO.
       CONFERE-CONFIRMACAO.
           IF CF-VENDEDOR NOT NUMERIC OR CF-VERSAO NOT NUMERIC
              ADD 1 TO WS-QTD-CONF-REJ
              DISPLAY 'LINHA ' WS-CONF-LINHA ': FORMATO INVALIDO'
           ELSE
              MOVE CF-VENDEDOR TO PK-VENDEDOR
              READ PACCTL
              IF FS-STAT NOT = 00
                 ADD 1 TO WS-QTD-CONF-REJ
                 DISPLAY 'LINHA ' WS-CONF-LINHA
                         ': VENDEDOR SEM PACOTE GERADO'
              ELSE
                 IF CF-VERSAO > PK-VERSAO OR CF-VERSAO = 0
                    ADD 1 TO WS-QTD-CONF-REJ
                    DISPLAY 'LINHA ' WS-CONF-LINHA
                            ': VERSAO NAO GERADA'
                 ELSE
                    ADD 1 TO WS-QTD-CONF-OK
                    IF CF-VERSAO > PK-CONFIRMADA
                       MOVE CF-VERSAO TO PK-CONFIRMADA
                       MOVE WS-HOJE   TO PK-DATA-CONF
                       REWRITE REG-PACCTL.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
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
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-VISITAS
           ELSE
              MOVE 'N' TO WS-TEM-VISITAS.
           OPEN INPUT CLISITE
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-CLISITE
           ELSE
              MOVE 'N' TO WS-TEM-CLISITE.
           OPEN INPUT CONTATO
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-CONTATO
           ELSE
              MOVE 'N' TO WS-TEM-CONTATO.
           OPEN INPUT CLIHIST
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-CLIHIST
           ELSE
              MOVE 'N' TO WS-TEM-CLIHIST.
           OPEN I-O PACCTL
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT PACCTL
              CLOSE PACCTL
              OPEN I-O PACCTL.
           OPEN I-O PACCLI
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT PACCLI
              CLOSE PACCLI
              OPEN I-O PACCLI.
           MOVE 0 TO FS-STAT.
